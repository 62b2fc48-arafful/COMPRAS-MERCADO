      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: SOLICITACAO DE COTACAO (RFQ) A FORNECEDORES - MONTA A
      *          RELACAO DE PRODUTOS A COTAR A PARTIR DA REPOSICAO
      *          (PRODUTOS ABAIXO DO ESTOQUE MINIMO, MESMO CRITERIO DO
      *          SCMP0877) OU DE UMA LISTA DE COMPRAS, GRAVA A
      *          SOLICITACAO NUMERADA (RFQ-ITEM.dat) E EMITE UM ARQUIVO
      *          POR FORNECEDOR CONVIDADO (OS FORNECEDORES PREFERENCIAIS
      *          DOS PRODUTOS), COM TODOS OS ITENS DA SOLICITACAO
      *
      * ARQUIVO ENVIADO AO FORNECEDOR (RFQ_<numero>_<fornecedor>.txt):
      *   LINHAS INICIADAS POR ";" SAO CABECALHO E INSTRUCOES
      *   <fornecedor>;<produto>;;;<quantidade>;<descricao>
      * O FORNECEDOR PREENCHE O VALOR E A VALIDADE (3o E 4o CAMPOS) E
      * DEVOLVE O ARQUIVO, QUE ENTRA PELA CARGA DE COTACOES (SCMP0718)
      * NO LAYOUT DELA. A ADJUDICACAO E FEITA NO SCMP0728.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0727.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-PRODUTO IN REG-ESTOQUE
                FILE STATUS    IS WS-FS-ESTOQUE.
      *
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-LISTA.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-ITEM.
      *
           SELECT PREF-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PREF-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PREF-FORNECEDOR
                FILE STATUS    IS WS-FS-PREF-FORN.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO IN REG-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-FORNECEDOR.
      *
           SELECT RFQ-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RFQ-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-RFQ-ITEM
                FILE STATUS    IS WS-FS-RFQ.
      *
           SELECT RFQ-ENVIO ASSIGN TO WS-NOME-RFQ-ENVIO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-ENVIO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0727     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0727.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD PREF-FORNECEDOR.
           COPY "PrefFornecedor.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD RFQ-ITEM.
           COPY "RfqItem.cpy".
      *
       FD RFQ-ENVIO.
       01 REG-RFQ-ENVIO                        PIC X(80).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0727.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * ITENS DA SOLICITACAO EM MONTAGEM - PRODUTO REPETIDO NA
      *    * LISTA TEM A QUANTIDADE SOMADA NA MESMA LINHA.
      *    *========================================================*
       01 WS-TAB-RFQ.
           05 WS-TAB-RFQ-ITEM          OCCURS 200 TIMES.
               10 WS-TR-COD-PRODUTO    PIC X(14).
               10 WS-TR-DESC-PRODUTO   PIC X(50).
               10 WS-TR-QTD            PIC 9(07)V999.
               10 WS-TR-COD-FORNECEDOR PIC X(10).
      *
      *    *========================================================*
      *    * FORNECEDORES CONVIDADOS - UM ARQUIVO DE SOLICITACAO PARA
      *    * CADA UM, COM TODOS OS ITENS, PARA QUE OS PRECOS POSSAM
      *    * SER COMPARADOS NA ADJUDICACAO.
      *    *========================================================*
       01 WS-TAB-CONVIDADO.
           05 WS-CONV-COD-FORNECEDOR   OCCURS 50 TIMES PIC X(10).
      *
       77 WS-QTD-ITENS-TAB                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-TAB                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-ACHADO                        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-PREF                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-VAGA                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONVIDADOS                    PIC 9(02) VALUE ZEROS.
       77 WS-IND-CONV                          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CONV-SEM-VAGA                 PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ARQUIVOS                      PIC 9(02) VALUE ZEROS.
      *
       77 WS-COD-PRODUTO-ITEM                  PIC X(14) VALUE SPACES.
       77 WS-DESC-PRODUTO-ITEM                 PIC X(50) VALUE SPACES.
       77 WS-QTD-ITEM                       PIC 9(07)V999 VALUE ZEROS.
      *
       77 WS-NUM-RFQ                           PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-NUM-RFQ                     PIC 9(06) VALUE ZEROS.
       77 WS-NOME-RFQ-ENVIO                    PIC X(200) VALUE SPACES.
       77 WS-QTD-EDIT                          PIC ZZZZZZ9,999.
      *
       77 WS-ORIGEM-TELA                       PIC X(01) VALUE SPACES.
           88 FLAG-ORIGEM-REPOSICAO            VALUE "R" "r".
           88 FLAG-ORIGEM-LISTA                VALUE "L" "l".
       77 WS-NOME-LISTA-TELA                   PIC X(20) VALUE SPACES.
       77 WS-QTD-ITENS-TELA                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONV-TELA                     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-PREF-TELA                 PIC 9(03) VALUE ZEROS.
      *
       77 WS-FS-ESTOQUE                        PIC X(02).
           88 WS-FS-EST-OK                     VALUE "00".
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LST-OK                     VALUE "00".
           88 WS-FS-LST-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ITEM                           PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PREF-FORN                      PIC X(02).
           88 WS-FS-PREF-OK                    VALUE "00".
           88 WS-FS-PREF-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
      *
       77 WS-FS-FORNECEDOR                     PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
      *
       77 WS-FS-RFQ                            PIC X(02).
           88 WS-FS-RFQ-OK                     VALUE "00".
           88 WS-FS-RFQ-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-ENVIO                          PIC X(02).
           88 WS-FS-ENVIO-OK                   VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONTINUAR                   VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0727 - ".
               05 FILLER   PIC X(52) VALUE
                       "SOLICITACAO DE COTACAO A FORNECEDORES (RFQ)".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE
                                       "SOLICITACAO: ".
               05 WS-CAB-NUM-RFQ       PIC 9(06).
               05 FILLER               PIC X(11) VALUE "  ORIGEM: ".
               05 WS-CAB-ORIGEM        PIC X(30) VALUE SPACES.
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "QUANTIDADE".
               05 FILLER               PIC X(12) VALUE "PREFERENCIAL".
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-PRODUTO   PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-PRODUTO  PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZZ.ZZ9,999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COD-FORN      PIC X(10) VALUE SPACES.
      *
           03 WS-DET-ARQUIVO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ARQUIVO ENVIADO A.......: ".
               05 WS-DET-ARQ-FORN      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-ARQ-NOME      PIC X(40) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS SOLICITADOS.......: ".
               05 WS-TOT-ITENS         PIC ZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "FORNECEDORES CONVIDADOS.: ".
               05 WS-TOT-CONVIDADOS    PIC ZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                                       "ITENS SEM PREFERENCIAL..: ".
               05 WS-TOT-SEM-PREF      PIC ZZ9.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
                   "*** TABELA CHEIA - HA ITENS NAO SOLICITADOS ***".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-CABECALHO-SCREEN.
           05 LINE 02 COL 05 VALUE "PEDIDO DE COMPRA A FORNECEDOR".
           05 LINE 03 COL 05 VALUE
                       "SMCP0727 - Solicitacao de Cotacao (RFQ)".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Origem (R=Reposicao pelo".
           05 LINE 07 COL 05 VALUE "  minimo, L=Lista).....: ".
           05 SS-ORIGEM REVERSE-VIDEO PIC X(01)
                           USING WS-ORIGEM-TELA.
           05 LINE 08 COL 05 VALUE "Nome da Lista (origem L): ".
           05 SS-NOME-LISTA REVERSE-VIDEO PIC X(20)
                           USING WS-NOME-LISTA-TELA.
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-RESUMO-SCREEN.
           05 LINE 11 COL 05 VALUE "Itens a cotar..........: ".
           05 SS-QTD-ITENS PIC ZZ9
                           USING WS-QTD-ITENS-TELA.
           05 LINE 12 COL 05 VALUE "Fornecedores convidados: ".
           05 SS-QTD-CONV PIC Z9
                           USING WS-QTD-CONV-TELA.
           05 LINE 13 COL 05 VALUE "Itens sem preferencial.: ".
           05 SS-QTD-SEM-PREF PIC ZZ9
                           USING WS-QTD-SEM-PREF-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                  "<S> para gerar ou <Q> para Sair................ ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 20 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 21 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 21 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-EST-OK        TO  TRUE.
           SET WS-FS-RFQ-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           OPEN INPUT ESTOQUE.

           IF NOT WS-FS-EST-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT LISTA-COMPRAS.

           IF WS-FS-LST-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-COMPRAS
               CLOSE LISTA-COMPRAS
               OPEN INPUT LISTA-COMPRAS
           END-IF.

           OPEN INPUT LISTA-ITEM.

           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT LISTA-ITEM
               CLOSE LISTA-ITEM
               OPEN INPUT LISTA-ITEM
           END-IF.

           OPEN INPUT PREF-FORNECEDOR.

           IF WS-FS-PREF-NAO-EXISTE THEN
               OPEN OUTPUT PREF-FORNECEDOR
               CLOSE PREF-FORNECEDOR
               OPEN INPUT PREF-FORNECEDOR
           END-IF.

           OPEN INPUT PRODUTO.
           OPEN INPUT FORNECEDOR.

           OPEN I-O RFQ-ITEM.

           IF WS-FS-RFQ-NAO-EXISTE THEN
               OPEN OUTPUT RFQ-ITEM
               CLOSE RFQ-ITEM
               OPEN I-O RFQ-ITEM
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0727.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ORIGEM-TELA.
           MOVE SPACES                 TO WS-NOME-LISTA-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           MOVE ZEROS                  TO WS-QTD-ITENS-TAB.
           MOVE ZEROS                  TO WS-QTD-SEM-PREF.
           MOVE ZEROS                  TO WS-QTD-SEM-VAGA.
           MOVE ZEROS                  TO WS-QTD-CONVIDADOS.
           MOVE ZEROS                  TO WS-QTD-CONV-SEM-VAGA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-ORIGEM-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           EVALUATE TRUE
               WHEN FLAG-ORIGEM-REPOSICAO
                   PERFORM P320-VARRE-ESTOQUE THRU P320-FIM
               WHEN FLAG-ORIGEM-LISTA
                   PERFORM P340-LE-LISTA THRU P340-FIM
               WHEN OTHER
                   MOVE "ORIGEM INVALIDA - INFORME R OU L"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
                   GO TO P300-FIM
           END-EVALUATE.

           IF WS-QTD-ITENS-TAB EQUAL ZEROS THEN
               MOVE "NENHUM ITEM A COTAR NA ORIGEM INFORMADA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           MOVE WS-QTD-ITENS-TAB       TO WS-QTD-ITENS-TELA.
           MOVE WS-QTD-CONVIDADOS      TO WS-QTD-CONV-TELA.
           MOVE WS-QTD-SEM-PREF        TO WS-QTD-SEM-PREF-TELA.
           DISPLAY SS-RESUMO-SCREEN.

           IF WS-QTD-CONVIDADOS EQUAL ZEROS THEN
               MOVE "NENHUM ITEM COM FORNECEDOR PREFERENCIAL"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-GERA-SOLICITACAO THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-VARRE-ESTOQUE.
      *
      *    *========================================================*
      *    * MESMO CRITERIO DA SUGESTAO DE PEDIDO (SCMP0877): SALDO
      *    * ABAIXO DO MINIMO, COTANDO A DIFERENCA PARA O MINIMO.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-PRODUTO IN REG-ESTOQUE.

           START ESTOQUE KEY IS NOT LESS THAN
                                   COD-PRODUTO IN REG-ESTOQUE
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF QTD-MINIMA-ESTOQUE > ZEROS
                          AND QTD-ESTOQUE < QTD-MINIMA-ESTOQUE
                           MOVE COD-PRODUTO IN REG-ESTOQUE
                                       TO WS-COD-PRODUTO-ITEM
                           MOVE SPACES TO WS-DESC-PRODUTO-ITEM
                           COMPUTE WS-QTD-ITEM =
                               QTD-MINIMA-ESTOQUE - QTD-ESTOQUE
                           PERFORM P360-REGISTRA-ITEM THRU P360-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P340-LE-LISTA.
      *
           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA.

           READ LISTA-COMPRAS
               KEY IS NOME-LISTA
                   INVALID KEY
                       MOVE "LISTA NAO CADASTRADA"
                                       TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P340-FIM
           END-READ.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA-ITEM.
           MOVE ZEROS                  TO SEQ-ITEM-LISTA.

           START LISTA-ITEM KEY IS NOT LESS THAN CHAVE-LISTA-ITEM
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ LISTA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NOME-LISTA-ITEM NOT EQUAL
                               WS-NOME-LISTA-TELA
                           SET FLAG-EOF TO TRUE
                       ELSE
                           IF QTD-DESEJADA-LISTA > ZEROS
                               MOVE COD-PRODUTO-LISTA
                                       TO WS-COD-PRODUTO-ITEM
                               MOVE DESC-PRODUTO-LISTA
                                       TO WS-DESC-PRODUTO-ITEM
                               MOVE QTD-DESEJADA-LISTA
                                       TO WS-QTD-ITEM
                               PERFORM P360-REGISTRA-ITEM
                                   THRU P360-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P340-FIM.
      *
       P360-REGISTRA-ITEM.
      *
           MOVE ZEROS                  TO WS-IND-ACHADO.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
                      OR WS-IND-ACHADO > ZEROS
               IF WS-TR-COD-PRODUTO(WS-IND-TAB) EQUAL
                       WS-COD-PRODUTO-ITEM
                   MOVE WS-IND-TAB     TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WS-IND-ACHADO > ZEROS THEN
               ADD WS-QTD-ITEM         TO WS-TR-QTD(WS-IND-ACHADO)
               GO TO P360-FIM
           END-IF.

           IF WS-QTD-ITENS-TAB NOT LESS 200 THEN
               ADD 1                   TO WS-QTD-SEM-VAGA
               GO TO P360-FIM
           END-IF.

           MOVE WS-COD-PRODUTO-ITEM    TO COD-PRODUTO IN REG-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO IN REG-PRODUTO
                   INVALID KEY
                       IF WS-DESC-PRODUTO-ITEM EQUAL SPACES
                           MOVE "** PRODUTO NAO ENCONTRADO **"
                                       TO WS-DESC-PRODUTO-ITEM
                       END-IF
                   NOT INVALID KEY
                       MOVE DESC-PRODUTO TO WS-DESC-PRODUTO-ITEM
           END-READ.

           MOVE WS-COD-PRODUTO-ITEM
                   TO COD-PRODUTO OF REG-PREF-FORNECEDOR.

           READ PREF-FORNECEDOR
               KEY IS COD-PRODUTO OF REG-PREF-FORNECEDOR
                   INVALID KEY
                       MOVE SPACES     TO FK-COD-FORNECEDOR
           END-READ.

           ADD 1                       TO WS-QTD-ITENS-TAB.
           MOVE WS-COD-PRODUTO-ITEM
                   TO WS-TR-COD-PRODUTO(WS-QTD-ITENS-TAB).
           MOVE WS-DESC-PRODUTO-ITEM
                   TO WS-TR-DESC-PRODUTO(WS-QTD-ITENS-TAB).
           MOVE WS-QTD-ITEM
                   TO WS-TR-QTD(WS-QTD-ITENS-TAB).
           MOVE FK-COD-FORNECEDOR
                   TO WS-TR-COD-FORNECEDOR(WS-QTD-ITENS-TAB).

           IF FK-COD-FORNECEDOR EQUAL SPACES THEN
               ADD 1                   TO WS-QTD-SEM-PREF
           ELSE
               PERFORM P370-REGISTRA-CONVIDADO THRU P370-FIM
           END-IF.
      *
       P360-FIM.
      *
       P370-REGISTRA-CONVIDADO.
      *
           MOVE ZEROS                  TO WS-IND-ACHADO.

           PERFORM VARYING WS-IND-CONV FROM 1 BY 1
                   UNTIL WS-IND-CONV > WS-QTD-CONVIDADOS
                      OR WS-IND-ACHADO > ZEROS
               IF WS-CONV-COD-FORNECEDOR(WS-IND-CONV) EQUAL
                       FK-COD-FORNECEDOR
                   MOVE WS-IND-CONV    TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

           IF WS-IND-ACHADO EQUAL ZEROS THEN
               IF WS-QTD-CONVIDADOS < 50 THEN
                   ADD 1               TO WS-QTD-CONVIDADOS
                   MOVE FK-COD-FORNECEDOR
                       TO WS-CONV-COD-FORNECEDOR(WS-QTD-CONVIDADOS)
               ELSE
                   ADD 1               TO WS-QTD-CONV-SEM-VAGA
               END-IF
           END-IF.
      *
       P370-FIM.
      *
       P400-GERA-SOLICITACAO.
      *
           PERFORM P410-PROXIMO-NUMERO THRU P410-FIM.

           MOVE WS-NUM-RFQ             TO WS-CAB-NUM-RFQ.
           IF FLAG-ORIGEM-REPOSICAO THEN
               MOVE "REPOSICAO (ESTOQUE MINIMO)" TO WS-CAB-ORIGEM
           ELSE
               MOVE SPACES             TO WS-CAB-ORIGEM
               STRING "LISTA "         DELIMITED BY SIZE
                      WS-NOME-LISTA-TELA DELIMITED BY SIZE
                                       INTO WS-CAB-ORIGEM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
               PERFORM P420-GRAVA-ITEM THRU P420-FIM
           END-PERFORM.

           MOVE ZEROS                  TO WS-QTD-ARQUIVOS.
           PERFORM VARYING WS-IND-CONV FROM 1 BY 1
                   UNTIL WS-IND-CONV > WS-QTD-CONVIDADOS
               PERFORM P440-EMITE-ARQUIVO THRU P440-FIM
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE WS-QTD-ITENS-TAB       TO WS-TOT-ITENS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           MOVE WS-QTD-ARQUIVOS        TO WS-TOT-CONVIDADOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           MOVE WS-QTD-SEM-PREF        TO WS-TOT-SEM-PREF.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.

           IF WS-QTD-SEM-VAGA > ZEROS
              OR WS-QTD-CONV-SEM-VAGA > ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-4
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "ITENS: "            DELIMITED BY SIZE
                  WS-QTD-ITENS-TAB     DELIMITED BY SIZE
                  " CONVIDADOS: "      DELIMITED BY SIZE
                  WS-QTD-ARQUIVOS      DELIMITED BY SIZE
                  " ORIGEM: "          DELIMITED BY SIZE
                  WS-CAB-ORIGEM        DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO.
           MOVE WS-NUM-RFQ             TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "SOLICITACAO "       DELIMITED BY SIZE
                  WS-NUM-RFQ           DELIMITED BY SIZE
                  " GERADA - "         DELIMITED BY SIZE
                  WS-QTD-ARQUIVOS      DELIMITED BY SIZE
                  " ARQUIVO(S) EMITIDO(S)"
                                       DELIMITED BY SIZE
                                       INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-PROXIMO-NUMERO.
      *
      *    *========================================================*
      *    * NUMERACAO SEQUENCIAL - A CHAVE COMECA PELO NUMERO, ENTAO
      *    * O ULTIMO REGISTRO LIDO TRAZ A MAIOR SOLICITACAO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-MAIOR-NUM-RFQ.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-RFQ-ITEM.

           START RFQ-ITEM KEY IS NOT LESS THAN CHAVE-RFQ-ITEM
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ RFQ-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF NUM-RFQ > WS-MAIOR-NUM-RFQ THEN
                           MOVE NUM-RFQ TO WS-MAIOR-NUM-RFQ
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO WS-MAIOR-NUM-RFQ GIVING WS-NUM-RFQ.
      *
       P410-FIM.
      *
       P420-GRAVA-ITEM.
      *
           INITIALIZE REG-RFQ-ITEM.

           MOVE WS-NUM-RFQ             TO NUM-RFQ.
           MOVE WS-TR-COD-PRODUTO(WS-IND-TAB)    TO COD-PRODUTO-RFQ.
           MOVE WS-TR-DESC-PRODUTO(WS-IND-TAB)   TO DESC-PRODUTO-RFQ.
           MOVE WS-TR-QTD(WS-IND-TAB)            TO QTD-SOLICITADA-RFQ.
           MOVE WS-TR-COD-FORNECEDOR(WS-IND-TAB)
                                       TO FK-COD-FORNECEDOR-RFQ.
           IF FLAG-ORIGEM-REPOSICAO THEN
               SET RFQ-ORIGEM-REPOSICAO TO TRUE
               MOVE SPACES             TO NOME-LISTA-RFQ
           ELSE
               SET RFQ-ORIGEM-LISTA    TO TRUE
               MOVE WS-NOME-LISTA-TELA TO NOME-LISTA-RFQ
           END-IF.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-RFQ.
           SET RFQ-ITEM-ABERTO         TO TRUE.
           MOVE SPACES                 TO COD-FORNECEDOR-VENC-RFQ.
           MOVE ZEROS                  TO VLR-VENCEDOR-RFQ.
           MOVE SPACES                 TO CHAVE-PEDIDO-RFQ.
           MOVE ZEROS                  TO DATA-ADJUDICACAO-RFQ.

           WRITE REG-RFQ-ITEM.

           MOVE WS-TR-COD-PRODUTO(WS-IND-TAB)    TO WS-DET-COD-PRODUTO.
           MOVE WS-TR-DESC-PRODUTO(WS-IND-TAB)   TO WS-DET-DESC-PRODUTO.
           MOVE WS-TR-QTD(WS-IND-TAB)            TO WS-DET-QTD.
           IF WS-TR-COD-FORNECEDOR(WS-IND-TAB) EQUAL SPACES THEN
               MOVE "(NENHUM)"         TO WS-DET-COD-FORN
           ELSE
               MOVE WS-TR-COD-FORNECEDOR(WS-IND-TAB)
                                       TO WS-DET-COD-FORN
           END-IF.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P420-FIM.
      *
       P440-EMITE-ARQUIVO.
      *
      *    *========================================================*
      *    * UM ARQUIVO POR FORNECEDOR CONVIDADO, NO LAYOUT DA CARGA
      *    * DE COTACOES - O CABECALHO COMECA POR ";" E E IGNORADO NA
      *    * DEVOLUCAO.
      *    *========================================================*
           MOVE SPACES                 TO WS-NOME-RFQ-ENVIO.
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMP
      -        "RAS-MERCADO\Arquivos\RFQ_"
               WS-NUM-RFQ              DELIMITED BY SIZE
               "_"                     DELIMITED BY SIZE
               WS-CONV-COD-FORNECEDOR(WS-IND-CONV)
                                       DELIMITED BY SPACE
               ".txt"                  DELIMITED BY SIZE
                   INTO WS-NOME-RFQ-ENVIO.

           OPEN OUTPUT RFQ-ENVIO.

           IF NOT WS-FS-ENVIO-OK THEN
               MOVE "ERRO NA CRIACAO DO ARQUIVO DE SOLICITACAO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P440-FIM
           END-IF.

           MOVE WS-CONV-COD-FORNECEDOR(WS-IND-CONV) TO COD-FORNECEDOR.

           READ FORNECEDOR
               KEY IS COD-FORNECEDOR
                   INVALID KEY
                       MOVE SPACES     TO DESC-FORNECEDOR
           END-READ.

           MOVE SPACES                 TO REG-RFQ-ENVIO.
           STRING ";SOLICITACAO DE COTACAO " DELIMITED BY SIZE
                  WS-NUM-RFQ           DELIMITED BY SIZE
                  " - EMISSAO "        DELIMITED BY SIZE
                  WS-CAB-DT-SIS        DELIMITED BY SIZE
                                       INTO REG-RFQ-ENVIO.
           WRITE REG-RFQ-ENVIO.

           MOVE SPACES                 TO REG-RFQ-ENVIO.
           STRING ";FORNECEDOR: "      DELIMITED BY SIZE
                  WS-CONV-COD-FORNECEDOR(WS-IND-CONV)
                                       DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  DESC-FORNECEDOR      DELIMITED BY SIZE
                                       INTO REG-RFQ-ENVIO.
           WRITE REG-RFQ-ENVIO.

           MOVE ";INFORME VALOR UNITARIO (EX.: 12,45) E VALIDADE (AAAAMM
      -         "DD) NO 3o E 4o CAMPOS"  TO REG-RFQ-ENVIO.
           WRITE REG-RFQ-ENVIO.

           MOVE ";FORNECEDOR;PRODUTO;VALOR;VALIDADE;QTD;DESCRICAO"
                                       TO REG-RFQ-ENVIO.
           WRITE REG-RFQ-ENVIO.

           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-ITENS-TAB
               MOVE WS-TR-QTD(WS-IND-TAB)        TO WS-QTD-EDIT
               MOVE SPACES             TO REG-RFQ-ENVIO
               STRING WS-CONV-COD-FORNECEDOR(WS-IND-CONV)
                                       DELIMITED BY SPACE
                      ";"              DELIMITED BY SIZE
                      WS-TR-COD-PRODUTO(WS-IND-TAB)
                                       DELIMITED BY SPACE
                      ";;;"            DELIMITED BY SIZE
                      WS-QTD-EDIT      DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-TR-DESC-PRODUTO(WS-IND-TAB)(1:30)
                                       DELIMITED BY SIZE
                                       INTO REG-RFQ-ENVIO
               END-STRING
               WRITE REG-RFQ-ENVIO
           END-PERFORM.

           CLOSE RFQ-ENVIO.

           ADD 1                       TO WS-QTD-ARQUIVOS.
           MOVE WS-CONV-COD-FORNECEDOR(WS-IND-CONV) TO WS-DET-ARQ-FORN.
           MOVE SPACES                 TO WS-DET-ARQ-NOME.
           STRING "RFQ_"               DELIMITED BY SIZE
                  WS-NUM-RFQ           DELIMITED BY SIZE
                  "_"                  DELIMITED BY SIZE
                  WS-CONV-COD-FORNECEDOR(WS-IND-CONV)
                                       DELIMITED BY SPACE
                  ".txt"               DELIMITED BY SIZE
                                       INTO WS-DET-ARQ-NOME.
           WRITE REG-REPORT    FROM WS-DET-ARQUIVO.
      *
       P440-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0727"         TO AUD-PROGRAMA.
           MOVE "RFQ-ITEM"         TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE ESTOQUE
                 LISTA-COMPRAS
                 LISTA-ITEM
                 PREF-FORNECEDOR
                 PRODUTO
                 FORNECEDOR
                 RFQ-ITEM
                 AUDITORIA
                 SCMO0727.
           GOBACK.
       END PROGRAM SCMP0727.
