      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: PLACAR TRIMESTRAL DOS MERCADOS (SCMO0614.txt) - PARA
      *          O TRIMESTRE INFORMADO, POR LOJA OU POR REDE: INDICE
      *          DE PRECO RELATIVO (MESMO CALCULO DO SCMP0491),
      *          RUPTURAS (PRECO COM PRODUTO INDISPONIVEL),
      *          RECLAMACOES (SCMP0613), DEVOLUCOES POR MOTIVO
      *          (SCMP0350) E COBRANCAS ACIMA DA GONDOLA (SCMP0911).
      *          CADA ITEM VIRA UMA NOTA DE 0 A 100 E O PLACAR E A
      *          MEDIA PONDERADA DAS NOTAS, COM PESOS EM PARAMETRO.dat
      *          (PESOPREC, PESORUPT, PESORECL, PESODEVO, PESOCOBR).
      *          AS LOJAS SAEM DA MELHOR PARA A PIOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0614.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT RECLAMACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECLAMACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-RECLAMACAO
                FILE STATUS    IS WS-FS-RECLAMACAO.
      *
           SELECT DEVOLUCAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DEVOLUCAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-DEVOLUCAO
                FILE STATUS    IS WS-FS-DEVOLUCAO.
      *
           SELECT COBRANCA-INDEVIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COBRANCA-INDEVIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-COBRANCA-INDEVIDA
                FILE STATUS    IS WS-FS-COBRANCA.
      *
           SELECT SORT-REGISTRO     ASSIGN TO STM-NOME-ARQUIVO
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
           SELECT SCMO0614     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0614.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD RECLAMACAO.
           COPY "Reclamacao.cpy".
      *
       FD DEVOLUCAO.
           COPY "Devolucao.cpy".
      *
       FD COBRANCA-INDEVIDA.
           COPY "CobrancaIndevida.cpy".
      *
       SD SORT-REGISTRO.
       01 REGISTRO-SORT.
           05 SD-COD-PRODUTO                   PIC X(14).
           05 SD-COD-LOJA                      PIC X(20).
           05 SD-VLR-UNITARIO                  PIC 9(12)V9999.
      *
       FD SCMO0614.
       01 REG-REPORT                           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-VLR-UNITARIO-PRC                  PIC 9(12)V9999
                                                    VALUE ZEROS.
      *
       01 WS-REGISTRO-SORT.
           05 WS-SD-COD-PRODUTO                PIC X(14).
           05 WS-SD-COD-LOJA                   PIC X(20).
           05 WS-SD-VLR-UNITARIO               PIC 9(12)V9999.
      *
      *    *=========================================================*
      *    * MEDIAS POR LOJA DO PRODUTO CORRENTE (DENTRO DO GRUPO DO
      *    * SORT) - MESMA TECNICA DO SCMP0491.
      *    *=========================================================*
       01 WS-TAB-MERC-PROD.
           05 WS-TAB-MP-ITEM       OCCURS 50 TIMES.
               10 WS-TAB-MP-COD         PIC X(20).
               10 WS-TAB-MP-QTD         PIC 9(05).
               10 WS-TAB-MP-VLR         PIC 9(12)V9999.
      *
       77 WS-QTD-MERC-PROD                     PIC 9(02) VALUE ZEROS.
       77 WS-IND-MERC-1                        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ESTOUROS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MOEDA-ESTRANG                 PIC 9(05) VALUE ZEROS.
      *
       77 WS-PRODUTO-ATUAL                     PIC X(14) VALUE SPACES.
       77 WS-MERCADO-ATUAL                     PIC X(20) VALUE SPACES.
       77 WS-TEM-GRUPO                         PIC X(01) VALUE "N".
           88 FLAG-TEM-GRUPO                   VALUE "S".
       77 WS-FIM-SORT                          PIC X(01) VALUE "N".
           88 FLAG-FIM-SORT                    VALUE "S".
      *
      *    *=========================================================*
      *    * TABELA DE LOJAS (OU REDES): CONTADORES DO TRIMESTRE, SOMA
      *    * DOS INDICES DE PRECO RELATIVO E, NO FIM, INDICE E PLACAR.
      *    *=========================================================*
       01 WS-TAB-LOJA.
           05 WS-TAB-LOJA-ITEM     OCCURS 50 TIMES.
               10 WS-TAB-LOJA-COD       PIC X(20) VALUE SPACES.
               10 WS-TAB-LOJA-DESC      PIC X(50) VALUE SPACES.
               10 WS-TAB-LOJA-QTD-PRD   PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-SOMA-IDX  PIC 9(07)V9999 VALUE ZEROS.
               10 WS-TAB-LOJA-QTD-OBS   PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-QTD-RUPT  PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-QTD-RECL  PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-RECL-AB   PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-DEV-PE    PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-DEV-ES    PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-DEV-AR    PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-DEV-OU    PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-QTD-COBR  PIC 9(05) VALUE ZEROS.
               10 WS-TAB-LOJA-VLR-COBR  PIC 9(12)V99 VALUE ZEROS.
               10 WS-TAB-LOJA-INDICE    PIC 9(05)V99 VALUE ZEROS.
               10 WS-TAB-LOJA-PLACAR    PIC 9(03)V99 VALUE ZEROS.
      *
       01 WS-LOJA-TROCA                        PIC X(157).
      *
       77 WS-QTD-LOJAS                         PIC 9(02) VALUE ZEROS.
       77 WS-IND-LOJA-1                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-LOJA-2                        PIC 9(02) VALUE ZEROS.
       77 WS-IND-LOJA-ACHADO                   PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-LOJA                        PIC X(01) VALUE SPACES.
           88 FLAG-ACHOU-LOJA                  VALUE "S".
       77 WS-COD-LOJA-BUSCA                    PIC X(20) VALUE SPACES.
      *
       77 WS-MEDIA-GRUPO                       PIC 9(12)V9999
                                                    VALUE ZEROS.
       77 WS-MEDIA-LOJA-PRD                    PIC 9(12)V9999
                                                    VALUE ZEROS.
       77 WS-INDICE-PRD-LOJA                   PIC 9(07)V9999
                                                    VALUE ZEROS.
      *
       01 WS-MAPA-REDES.
           05 WS-MAPA-ITEM             OCCURS 200 TIMES.
               10 WS-MAP-COD           PIC X(10).
               10 WS-MAP-REDE          PIC X(20).
       77 WS-QTD-REDES-MAP                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-MAPA                          PIC 9(03) VALUE ZEROS.
       77 WS-FIM-MAPA                          PIC X(01) VALUE "N".
           88 FLAG-EOF-MAPA                    VALUE "S".
       77 WS-AGRUPA-REDE                       PIC X(01) VALUE "N".
           88 FLAG-AGRUPA-REDE                 VALUE "S" "s".
      *
      *    *=========================================================*
      *    * PERIODO: ANO E TRIMESTRE INFORMADOS, MESES DO TRIMESTRE
      *    *=========================================================*
       77 WS-ANO-INF                           PIC 9(04) VALUE ZEROS.
       77 WS-TRIMESTRE-INF                     PIC 9(01) VALUE ZEROS.
           88 FLAG-TRIMESTRE-VALIDO            VALUE 1 THRU 4.
       77 WS-MES-INICIAL                       PIC 9(02) VALUE ZEROS.
       77 WS-MES-FINAL                         PIC 9(02) VALUE ZEROS.
       77 WS-PERIODO-OK                        PIC X(01) VALUE "N".
           88 FLAG-PERIODO-OK                  VALUE "S".
       77 WS-NO-PERIODO                        PIC X(01) VALUE "N".
           88 FLAG-NO-PERIODO                  VALUE "S".
      *
       01 WS-DATA-AAAAMMDD.
           05 WS-DT-AAAA                       PIC 9(04).
           05 WS-DT-MM                         PIC 9(02).
           05 WS-DT-DD                         PIC 9(02).
       01 WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                               PIC 9(08).
      *
      *    *=========================================================*
      *    * PESOS DO PLACAR (PARAMETRO.dat) E NOTAS DE 0 A 100 DE
      *    * CADA ITEM. AS TAXAS SAO OCORRENCIAS POR 100 COMPRAS, COM
      *    * BASE MINIMA DE 10 COMPRAS PARA A LOJA POUCO FREQUENTADA
      *    * NAO SER CONDENADA (OU ABSOLVIDA) POR UMA OCORRENCIA SO.
      *    *=========================================================*
       77 WS-PESO-PRECO                        PIC 9(03)V99 VALUE 40.
       77 WS-PESO-RUPTURA                      PIC 9(03)V99 VALUE 20.
       77 WS-PESO-RECLAMACAO                   PIC 9(03)V99 VALUE 15.
       77 WS-PESO-DEVOLUCAO                    PIC 9(03)V99 VALUE 15.
       77 WS-PESO-COBRANCA                     PIC 9(03)V99 VALUE 10.
       77 WS-SOMA-PESOS                        PIC 9(05)V99 VALUE ZEROS.
      *
       77 WS-BASE-MINIMA                       PIC 9(05) VALUE 10.
       77 WS-QTD-COMPRAS                       PIC 9(05) VALUE ZEROS.
       77 WS-BASE-COMPRAS                      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DEV-LOJA                      PIC 9(05) VALUE ZEROS.
       77 WS-PCT-RUPTURA                       PIC 9(03)V99 VALUE ZEROS.
       77 WS-TAXA-OCORRENCIA                   PIC 9(05)V99 VALUE ZEROS.
      *
       77 WS-NOTA-CALCULO                      PIC S9(07)V99
                                                    VALUE ZEROS.
       77 WS-NOTA-PRECO                        PIC 9(03)V99 VALUE ZEROS.
       77 WS-NOTA-RUPTURA                      PIC 9(03)V99 VALUE ZEROS.
       77 WS-NOTA-RECLAMACAO                   PIC 9(03)V99 VALUE ZEROS.
       77 WS-NOTA-DEVOLUCAO                    PIC 9(03)V99 VALUE ZEROS.
       77 WS-NOTA-COBRANCA                     PIC 9(03)V99 VALUE ZEROS.
      *
       COPY "LeParametro.cpy".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
           88 WS-FS-MERC-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-RECLAMACAO                     PIC X(02).
           88 WS-FS-RECL-OK                    VALUE "00".
           88 WS-FS-RECL-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-DEVOLUCAO                      PIC X(02).
           88 WS-FS-DEV-OK                     VALUE "00".
           88 WS-FS-DEV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-COBRANCA                       PIC X(02).
           88 WS-FS-COBR-OK                    VALUE "00".
           88 WS-FS-COBR-NAO-EXISTE            VALUE "35".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01).
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(130) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0614 - ".
               05 FILLER   PIC X(40) VALUE
                       "PLACAR TRIMESTRAL DOS MERCADOS".
               05 FILLER   PIC X(60) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "TRIMESTRE.........: ".
               05 WS-CAB-TRIMESTRE
                           PIC 9(01).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-ANO
                           PIC 9(04).
               05 FILLER   PIC X(24) VALUE
                       "   AGRUPADO POR REDE: ".
               05 WS-CAB-REDE
                           PIC X(03).
      *
           03 WS-LST-CAB-4.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(130) VALUE ALL "=".
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE "POS".
               05 FILLER               PIC X(21) VALUE "MERCADO/REDE".
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(08) VALUE "COMPRAS".
               05 FILLER               PIC X(12) VALUE "RECL(ABER)".
               05 FILLER               PIC X(17) VALUE
                                       "  PE  ES  AR  OU".
               05 FILLER               PIC X(07) VALUE " RUPT%".
               05 FILLER               PIC X(16) VALUE
                                       "COBR  VLR COBR".
               05 FILLER               PIC X(09) VALUE " INDICE".
               05 FILLER               PIC X(06) VALUE "PLACAR".
      *
           03 WS-DET-LOJA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-POSICAO       PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LOJA-COD      PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-LOJA-DESC     PIC X(25) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COMPRAS       PIC ZZZZ9.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-RECL          PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE "(".
               05 WS-DET-RECL-AB       PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE ")".
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-DEV-PE        PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DEV-ES        PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DEV-AR        PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DEV-OU        PIC ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RUPTURA       PIC ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-QTD-COBR      PIC ZZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-VLR-COBR      PIC ZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-INDICE        PIC ZZZ9,99.
               05 WS-DET-INDICE-X REDEFINES WS-DET-INDICE
                                       PIC X(07).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PLACAR        PIC ZZ9,99.
      *
           03 WS-LST-PESOS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE
                                       "PESOS: PRECO ".
               05 WS-PESOS-PRECO       PIC ZZ9.
               05 FILLER               PIC X(10) VALUE
                                       "  RUPTURA ".
               05 WS-PESOS-RUPTURA     PIC ZZ9.
               05 FILLER               PIC X(14) VALUE
                                       "  RECLAMACOES ".
               05 WS-PESOS-RECLAMACAO  PIC ZZ9.
               05 FILLER               PIC X(13) VALUE
                                       "  DEVOLUCOES ".
               05 WS-PESOS-DEVOLUCAO   PIC ZZ9.
               05 FILLER               PIC X(12) VALUE
                                       "  COBRANCAS ".
               05 WS-PESOS-COBRANCA    PIC ZZ9.
      *
           03 WS-LST-LEGENDA-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
               "NOTAS DE 0 A 100: PRECO = 100 - 5 X (INDICE - 90);".
               05 FILLER               PIC X(50) VALUE
               "RUPTURA = 100 - 5 X RUPT%".
      *
           03 WS-LST-LEGENDA-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
               "RECL/DEV/COBR = 100 - 20 X OCORRENCIAS POR 100 COMPRAS".
               05 FILLER               PIC X(50) VALUE
               "(BASE MINIMA DE 10 COMPRAS)".
      *
           03 WS-LST-LEGENDA-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(37) VALUE
               "PE/ES/AR/OU = DEVOLUCOES POR MOTIVO;".
               05 FILLER               PIC X(60) VALUE
               "A POR ARREPENDIMENTO (AR) NAO PESA CONTRA A LOJA".
      *
           03 WS-LST-LEGENDA-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(41) VALUE
               "INDICE N/D = LOJA SEM PRODUTO COMPARAVEL".
               05 FILLER               PIC X(30) VALUE
               " (NOTA DE PRECO NEUTRA 50)".
      *
           03 WS-LST-AVISO-ESTOURO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(44) VALUE
                   "*** AVISO: LANCAMENTOS FORA DAS TABELAS: ".
               05 WS-AVISO-QTD-ESTOURO PIC ZZZZ9.
      *
           03 WS-LST-AVISO-MOEDA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(48) VALUE
                   "*** PRECOS EM MOEDA ESTRANGEIRA FORA DO INDICE:".
               05 WS-AVISO-QTD-MOEDA   PIC ZZZZ9.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
                       "NENHUMA COMPRA OU OCORRENCIA NO TRIMESTRE".
      *
           COPY "SortTmp.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-SOLICITA-PERIODO THRU P200-FIM.

           IF FLAG-PERIODO-OK THEN
               PERFORM P300-PROCESSA THRU P300-FIM
               PERFORM P400-LE-RECLAMACOES THRU P400-FIM
               PERFORM P410-LE-DEVOLUCOES THRU P410-FIM
               PERFORM P420-LE-COBRANCAS THRU P420-FIM
               PERFORM P500-CALCULA-PLACAR THRU P500-FIM
               PERFORM P550-ORDENA-LOJAS THRU P550-FIM
               PERFORM P600-GERA-REPORT THRU P600-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-MERC-OK       TO  TRUE.
           SET WS-FS-PRC-OK        TO  TRUE.

           PERFORM P120-ABRE-MERCADO THRU P120-FIM.

           PERFORM P130-ABRE-PRECO-PRODUTO THRU P130-FIM.

           PERFORM P135-ABRE-OCORRENCIAS THRU P135-FIM.

           PERFORM P140-ABRE-RELATORIO-SAIDA THRU P140-FIM.

           PERFORM P150-LE-PESOS THRU P150-FIM.
      *
       P100-FIM.
      *
       P120-ABRE-MERCADO.
      *
           OPEN INPUT MERCADO

           IF WS-FS-MERC-OK THEN
               PERFORM P125-CARREGA-REDES THRU P125-FIM
           END-IF
      *
           IF NOT WS-FS-MERC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO MERCADO. FS: "
                       WS-FS-MERCADO       AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
       P120-FIM.
      *
       P125-CARREGA-REDES.
      *
      *    *========================================================*
      *    * MAPA MERCADO -> REDE, PARA O AGRUPAMENTO OPCIONAL POR
      *    * REDE (MESMO MAPA DO SCMP0491).
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-REDES-MAP.
           MOVE "N"                    TO WS-FIM-MAPA.
           MOVE LOW-VALUES             TO COD-MERCADO.

           START MERCADO KEY IS NOT LESS THAN COD-MERCADO
               INVALID KEY
                   SET FLAG-EOF-MAPA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-MAPA
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-EOF-MAPA   TO TRUE
                   NOT AT END
                       IF WS-QTD-REDES-MAP < 200
                           ADD 1       TO WS-QTD-REDES-MAP
                           MOVE COD-MERCADO TO
                               WS-MAP-COD(WS-QTD-REDES-MAP)
                           MOVE REDE-MERCADO TO
                               WS-MAP-REDE(WS-QTD-REDES-MAP)
                       END-IF
               END-READ
           END-PERFORM.
      *
       P125-FIM.
      *
       P130-ABRE-PRECO-PRODUTO.
      *
           OPEN INPUT PRC-PRODUTO
      *
           IF NOT WS-FS-PRC-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRECO PRODUTO. FS: "
                       WS-FS-PRC-PRODUTO   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
       P130-FIM.
      *
       P135-ABRE-OCORRENCIAS.
      *
      *    *========================================================*
      *    * RECLAMACOES, DEVOLUCOES E COBRANCAS INDEVIDAS PODEM AINDA
      *    * NAO EXISTIR (NADA REGISTRADO) - O ARQUIVO AUSENTE CONTA
      *    * COMO VAZIO; OS DEMAIS ERROS CANCELAM O PLACAR.
      *    *========================================================*
           OPEN INPUT RECLAMACAO
      *
           IF NOT WS-FS-RECL-OK AND NOT WS-FS-RECL-NAO-EXISTE THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECLAMACAO. FS: "
                       WS-FS-RECLAMACAO    AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           OPEN INPUT DEVOLUCAO
      *
           IF NOT WS-FS-DEV-OK AND NOT WS-FS-DEV-NAO-EXISTE THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEVOLUCAO. FS: "
                       WS-FS-DEVOLUCAO     AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           OPEN INPUT COBRANCA-INDEVIDA
      *
           IF NOT WS-FS-COBR-OK AND NOT WS-FS-COBR-NAO-EXISTE THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO COBRANCA-INDEVIDA. "
                       WS-FS-COBRANCA      AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
       P135-FIM.
      *
       P140-ABRE-RELATORIO-SAIDA.
      *
           OPEN OUTPUT SCMO0614.
      *
       P140-FIM.
      *
       P150-LE-PESOS.
      *
      *    *========================================================*
      *    * PESOS DO PLACAR (PARAMETRO.dat, MANTIDOS NO SCMP0082)
      *    *========================================================*
           MOVE "PESOPREC"             TO LPR-COD-PARAMETRO.
           MOVE WS-PESO-PRECO          TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PESO-PRECO.
      *
           MOVE "PESORUPT"             TO LPR-COD-PARAMETRO.
           MOVE WS-PESO-RUPTURA        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PESO-RUPTURA.
      *
           MOVE "PESORECL"             TO LPR-COD-PARAMETRO.
           MOVE WS-PESO-RECLAMACAO     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PESO-RECLAMACAO.
      *
           MOVE "PESODEVO"             TO LPR-COD-PARAMETRO.
           MOVE WS-PESO-DEVOLUCAO      TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PESO-DEVOLUCAO.
      *
           MOVE "PESOCOBR"             TO LPR-COD-PARAMETRO.
           MOVE WS-PESO-COBRANCA       TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PESO-COBRANCA.
      *
      *    TODOS OS PESOS ZERADOS: OS CINCO ITENS VALEM O MESMO
           COMPUTE WS-SOMA-PESOS = WS-PESO-PRECO + WS-PESO-RUPTURA
                                 + WS-PESO-RECLAMACAO
                                 + WS-PESO-DEVOLUCAO
                                 + WS-PESO-COBRANCA.
      *
           IF WS-SOMA-PESOS EQUAL ZEROS THEN
               MOVE 1                  TO WS-PESO-PRECO
                                          WS-PESO-RUPTURA
                                          WS-PESO-RECLAMACAO
                                          WS-PESO-DEVOLUCAO
                                          WS-PESO-COBRANCA
               MOVE 5                  TO WS-SOMA-PESOS
           END-IF.
      *
       P150-FIM.
      *
       P200-SOLICITA-PERIODO.
      *
           DISPLAY "ANO DO PLACAR (AAAA): " AT 1005.
           MOVE ZEROS                  TO WS-ANO-INF.
           ACCEPT WS-ANO-INF           AT 1040.

           DISPLAY "TRIMESTRE (1 A 4): " AT 1105.
           MOVE ZEROS                  TO WS-TRIMESTRE-INF.
           ACCEPT WS-TRIMESTRE-INF     AT 1140.

           DISPLAY "AGRUPA FILIAIS POR REDE <S/N>? " AT 1205.
           MOVE SPACES                 TO WS-AGRUPA-REDE.
           ACCEPT WS-AGRUPA-REDE       AT 1238.
      *
           IF WS-ANO-INF EQUAL ZEROS OR NOT FLAG-TRIMESTRE-VALIDO THEN
               DISPLAY "PERIODO INVALIDO - PLACAR CANCELADO." AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GO TO P200-FIM
           END-IF.
      *
           COMPUTE WS-MES-FINAL   = WS-TRIMESTRE-INF * 3.
           COMPUTE WS-MES-INICIAL = WS-MES-FINAL - 2.
           SET FLAG-PERIODO-OK         TO TRUE.
      *
       P200-FIM.
      *
       P300-PROCESSA.
      *
      *    *========================================================*
      *    * INDICE DE PRECO RELATIVO VIA SORT POR PRODUTO+LOJA, COMO
      *    * NO SCMP0491. A ENTRADA TAMBEM CONTA, POR LOJA, OS PRECOS
      *    * DO TRIMESTRE E AS RUPTURAS.
      *    *========================================================*
           MOVE "SCMP0614"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT SORT-REGISTRO
                   ON ASCENDING    KEY SD-COD-PRODUTO
                                       SD-COD-LOJA
               INPUT   PROCEDURE IS P310-ACUMULA-PRECOS
                               THRU P310-FIM
               OUTPUT  PROCEDURE IS P350-CALCULA-INDICES
                               THRU P350-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P300-FIM.
      *
       P310-ACUMULA-PRECOS.
      *
      *    *========================================================*
      *    * PRECO DO TRIMESTRE: CONTA PARA A LOJA (OBSERVACAO); COM
      *    * PRODUTO INDISPONIVEL E RUPTURA; EM REAIS E COM QUANTIDADE
      *    * VAI PARA O SORT DO INDICE.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-EOF
      *
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ANO-PRECO EQUAL WS-ANO-INF
                          AND MES-PRECO NOT LESS THAN WS-MES-INICIAL
                          AND MES-PRECO NOT GREATER THAN WS-MES-FINAL
                           PERFORM P312-PRECO-DA-LOJA THRU P312-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P310-FIM.
      *
       P312-PRECO-DA-LOJA.
      *
           MOVE FK-COD-MERCADO         TO WS-COD-LOJA-BUSCA.
           PERFORM P320-LOCALIZA-LOJA THRU P320-FIM.
      *
           IF WS-IND-LOJA-ACHADO EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-ESTOUROS
               GO TO P312-FIM
           END-IF.
      *
           ADD 1 TO WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-ACHADO).
      *
           IF PRODUTO-INDISPONIVEL THEN
               ADD 1 TO WS-TAB-LOJA-QTD-RUPT(WS-IND-LOJA-ACHADO)
               GO TO P312-FIM
           END-IF.
      *
           IF COD-MOEDA NOT EQUAL "BRL" AND SPACES THEN
               ADD 1                   TO WS-QTD-MOEDA-ESTRANG
               GO TO P312-FIM
           END-IF.
      *
           IF QTD-COMPRA EQUAL ZEROS THEN
               GO TO P312-FIM
           END-IF.
      *
           COMPUTE WS-VLR-UNITARIO-PRC ROUNDED =
                   VLR-PRECO / QTD-COMPRA.
           MOVE FK-COD-PRODUTO         TO SD-COD-PRODUTO.
           MOVE WS-COD-LOJA-BUSCA      TO SD-COD-LOJA.
           MOVE WS-VLR-UNITARIO-PRC    TO SD-VLR-UNITARIO.
           RELEASE REGISTRO-SORT.
      *
       P312-FIM.
      *
       P315-TROCA-POR-REDE.
      *
      *    FILIAL COM REDE CADASTRADA CONTA PARA A REDE
           PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-REDES-MAP
               IF WS-MAP-COD(WS-IND-MAPA) EQUAL WS-COD-LOJA-BUSCA
                   IF WS-MAP-REDE(WS-IND-MAPA) NOT EQUAL SPACES
                       MOVE WS-MAP-REDE(WS-IND-MAPA)
                               TO WS-COD-LOJA-BUSCA
                   END-IF
                   MOVE WS-QTD-REDES-MAP   TO WS-IND-MAPA
               END-IF
           END-PERFORM.
      *
       P315-FIM.
      *
       P320-LOCALIZA-LOJA.
      *
      *    *========================================================*
      *    * LOCALIZA (OU CRIA) A LINHA DA LOJA - OU DA REDE, QUANDO
      *    * AGRUPADO - NA TABELA DE LOJAS (50 POSICOES). TABELA
      *    * CHEIA DEVOLVE ZERO E O LANCAMENTO E CONTADO COMO ESTOURO.
      *    *========================================================*
           IF FLAG-AGRUPA-REDE THEN
               PERFORM P315-TROCA-POR-REDE THRU P315-FIM
           END-IF.
      *
           MOVE ZEROS                  TO WS-IND-LOJA-1.
           MOVE SPACES                 TO WS-ACHOU-LOJA.
           MOVE ZEROS                  TO WS-IND-LOJA-ACHADO.
      *
           PERFORM WS-QTD-LOJAS TIMES
               ADD 1 TO WS-IND-LOJA-1
               IF NOT FLAG-ACHOU-LOJA THEN
                   IF WS-TAB-LOJA-COD(WS-IND-LOJA-1)
                                       EQUAL WS-COD-LOJA-BUSCA
                       MOVE WS-IND-LOJA-1  TO WS-IND-LOJA-ACHADO
                       SET FLAG-ACHOU-LOJA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF NOT FLAG-ACHOU-LOJA
                   AND WS-QTD-LOJAS < 50 THEN
               ADD 1                   TO WS-QTD-LOJAS
               MOVE WS-COD-LOJA-BUSCA  TO
                                   WS-TAB-LOJA-COD(WS-QTD-LOJAS)
               MOVE WS-QTD-LOJAS       TO WS-IND-LOJA-ACHADO
               PERFORM P325-BUSCA-DESC-LOJA THRU P325-FIM
           END-IF.
      *
       P320-FIM.
      *
       P325-BUSCA-DESC-LOJA.
      *
      *    REDE NAO E MERCADO CADASTRADO - A DESCRICAO E O PROPRIO NOME
           MOVE WS-COD-LOJA-BUSCA      TO COD-MERCADO.
      *
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE WS-COD-LOJA-BUSCA TO
                                   WS-TAB-LOJA-DESC(WS-IND-LOJA-ACHADO)
                   NOT INVALID KEY
                       MOVE DESC-MERCADO TO
                                   WS-TAB-LOJA-DESC(WS-IND-LOJA-ACHADO)
           END-READ.
      *
       P325-FIM.
      *
       P350-CALCULA-INDICES.
      *
      *    *========================================================*
      *    * SAIDA DO SORT: OS REGISTROS CHEGAM ORDENADOS POR
      *    * PRODUTO+LOJA. NA QUEBRA DE PRODUTO, A MEDIA DO GRUPO E
      *    * OS INDICES POR LOJA SAO ACUMULADOS NA TABELA DE LOJAS.
      *    *========================================================*
           MOVE SPACES                 TO WS-PRODUTO-ATUAL.
           MOVE SPACES                 TO WS-MERCADO-ATUAL.
           MOVE ZEROS                  TO WS-QTD-MERC-PROD.
           MOVE "N"                    TO WS-TEM-GRUPO.
           MOVE "N"                    TO WS-FIM-SORT.
      *
           PERFORM UNTIL FLAG-FIM-SORT
               RETURN SORT-REGISTRO INTO WS-REGISTRO-SORT
                   AT END
                       IF FLAG-TEM-GRUPO
                           PERFORM P355-FECHA-PRODUTO THRU P355-FIM
                       END-IF
                       SET FLAG-FIM-SORT TO TRUE
                   NOT AT END
                       IF WS-SD-COD-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                          OR NOT FLAG-TEM-GRUPO
                           IF FLAG-TEM-GRUPO
                               PERFORM P355-FECHA-PRODUTO
                                               THRU P355-FIM
                           END-IF
                           SET FLAG-TEM-GRUPO TO TRUE
                           MOVE WS-SD-COD-PRODUTO TO WS-PRODUTO-ATUAL
                           MOVE ZEROS      TO WS-QTD-MERC-PROD
                           MOVE SPACES     TO WS-MERCADO-ATUAL
                       END-IF
                       PERFORM P340-ACUMULA-MERC-PRD THRU P340-FIM
               END-RETURN
           END-PERFORM.
      *
       P350-FIM.
      *
       P340-ACUMULA-MERC-PRD.
      *
           IF WS-SD-COD-LOJA NOT EQUAL WS-MERCADO-ATUAL THEN
               IF WS-QTD-MERC-PROD < 50 THEN
                   ADD 1               TO WS-QTD-MERC-PROD
                   MOVE WS-SD-COD-LOJA
                           TO WS-TAB-MP-COD(WS-QTD-MERC-PROD)
                   MOVE ZEROS TO WS-TAB-MP-QTD(WS-QTD-MERC-PROD)
                   MOVE ZEROS TO WS-TAB-MP-VLR(WS-QTD-MERC-PROD)
                   MOVE WS-SD-COD-LOJA TO WS-MERCADO-ATUAL
               ELSE
                   ADD 1               TO WS-QTD-ESTOUROS
                   GO TO P340-FIM
               END-IF
           END-IF.
      *
           ADD 1                   TO WS-TAB-MP-QTD(WS-QTD-MERC-PROD).
           ADD WS-SD-VLR-UNITARIO
                                   TO WS-TAB-MP-VLR(WS-QTD-MERC-PROD).
      *
       P340-FIM.
      *
       P355-FECHA-PRODUTO.
      *
      *    SO PRODUTO VENDIDO EM MAIS DE UMA LOJA E COMPARAVEL
           IF WS-QTD-MERC-PROD > 1 THEN
               PERFORM P360-MEDIA-DO-GRUPO THRU P360-FIM
               PERFORM P370-ACUMULA-LOJAS THRU P370-FIM
           END-IF.
      *
       P355-FIM.
      *
       P360-MEDIA-DO-GRUPO.
      *
           MOVE ZEROS                  TO WS-MEDIA-GRUPO.
           MOVE ZEROS                  TO WS-IND-MERC-1.
      *
           PERFORM WS-QTD-MERC-PROD TIMES
               ADD 1 TO WS-IND-MERC-1
               COMPUTE WS-MEDIA-LOJA-PRD ROUNDED =
                   WS-TAB-MP-VLR(WS-IND-MERC-1) /
                   WS-TAB-MP-QTD(WS-IND-MERC-1)
               ADD WS-MEDIA-LOJA-PRD   TO WS-MEDIA-GRUPO
           END-PERFORM.
      *
           COMPUTE WS-MEDIA-GRUPO ROUNDED =
                   WS-MEDIA-GRUPO / WS-QTD-MERC-PROD.
      *
       P360-FIM.
      *
       P370-ACUMULA-LOJAS.
      *
      *    AS LOJAS DO SORT JA ESTAO NA TABELA (CRIADAS NA ENTRADA)
           MOVE ZEROS                  TO WS-IND-MERC-1.
      *
           PERFORM WS-QTD-MERC-PROD TIMES
               ADD 1 TO WS-IND-MERC-1
               COMPUTE WS-MEDIA-LOJA-PRD ROUNDED =
                   WS-TAB-MP-VLR(WS-IND-MERC-1) /
                   WS-TAB-MP-QTD(WS-IND-MERC-1)
      *
               MOVE ZEROS              TO WS-INDICE-PRD-LOJA
               IF WS-MEDIA-GRUPO NOT EQUAL ZEROS THEN
                   COMPUTE WS-INDICE-PRD-LOJA ROUNDED =
                       (WS-MEDIA-LOJA-PRD / WS-MEDIA-GRUPO) * 100
               END-IF
      *
               PERFORM P375-LOJA-DO-SORT THRU P375-FIM
               IF WS-IND-LOJA-ACHADO > ZEROS
                   ADD 1 TO WS-TAB-LOJA-QTD-PRD(WS-IND-LOJA-ACHADO)
                   ADD WS-INDICE-PRD-LOJA TO
                                   WS-TAB-LOJA-SOMA-IDX
                                       (WS-IND-LOJA-ACHADO)
               END-IF
           END-PERFORM.
      *
       P370-FIM.
      *
       P375-LOJA-DO-SORT.
      *
           MOVE ZEROS                  TO WS-IND-LOJA-1.
           MOVE SPACES                 TO WS-ACHOU-LOJA.
           MOVE ZEROS                  TO WS-IND-LOJA-ACHADO.
      *
           PERFORM WS-QTD-LOJAS TIMES
               ADD 1 TO WS-IND-LOJA-1
               IF NOT FLAG-ACHOU-LOJA THEN
                   IF WS-TAB-LOJA-COD(WS-IND-LOJA-1)
                                   EQUAL WS-TAB-MP-COD(WS-IND-MERC-1)
                       MOVE WS-IND-LOJA-1  TO WS-IND-LOJA-ACHADO
                       SET FLAG-ACHOU-LOJA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
       P375-FIM.
      *
       P400-LE-RECLAMACOES.
      *
           IF WS-FS-RECL-NAO-EXISTE THEN
               GO TO P400-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           PERFORM UNTIL FLAG-EOF
               READ RECLAMACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE DATA-RECLAMACAO TO WS-DATA-AAAAMMDD-NUM
                       PERFORM P450-DATA-NO-PERIODO THRU P450-FIM
                       IF FLAG-NO-PERIODO
                           PERFORM P402-RECLAMACAO-DA-LOJA
                                               THRU P402-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P402-RECLAMACAO-DA-LOJA.
      *
           MOVE FK-COD-MERCADO-RECL    TO WS-COD-LOJA-BUSCA.
           PERFORM P320-LOCALIZA-LOJA THRU P320-FIM.
      *
           IF WS-IND-LOJA-ACHADO EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-ESTOUROS
               GO TO P402-FIM
           END-IF.
      *
           ADD 1 TO WS-TAB-LOJA-QTD-RECL(WS-IND-LOJA-ACHADO).
      *
           IF RECL-ABERTA THEN
               ADD 1 TO WS-TAB-LOJA-RECL-AB(WS-IND-LOJA-ACHADO)
           END-IF.
      *
       P402-FIM.
      *
       P410-LE-DEVOLUCOES.
      *
           IF WS-FS-DEV-NAO-EXISTE THEN
               GO TO P410-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           PERFORM UNTIL FLAG-EOF
               READ DEVOLUCAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE DATA-DEVOLUCAO TO WS-DATA-AAAAMMDD-NUM
                       PERFORM P450-DATA-NO-PERIODO THRU P450-FIM
                       IF FLAG-NO-PERIODO
                           PERFORM P412-DEVOLUCAO-DA-LOJA
                                               THRU P412-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P412-DEVOLUCAO-DA-LOJA.
      *
           MOVE FK-COD-MERCADO-DEV     TO WS-COD-LOJA-BUSCA.
           PERFORM P320-LOCALIZA-LOJA THRU P320-FIM.
      *
           IF WS-IND-LOJA-ACHADO EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-ESTOUROS
               GO TO P412-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN MOTIVO-DEV-PRECO-ERRADO
                   ADD 1 TO WS-TAB-LOJA-DEV-PE(WS-IND-LOJA-ACHADO)
               WHEN MOTIVO-DEV-ESTRAGADO
                   ADD 1 TO WS-TAB-LOJA-DEV-ES(WS-IND-LOJA-ACHADO)
               WHEN MOTIVO-DEV-ARREPENDIMENTO
                   ADD 1 TO WS-TAB-LOJA-DEV-AR(WS-IND-LOJA-ACHADO)
               WHEN OTHER
                   ADD 1 TO WS-TAB-LOJA-DEV-OU(WS-IND-LOJA-ACHADO)
           END-EVALUATE.
      *
       P412-FIM.
      *
       P420-LE-COBRANCAS.
      *
           IF WS-FS-COBR-NAO-EXISTE THEN
               GO TO P420-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           PERFORM UNTIL FLAG-EOF
               READ COBRANCA-INDEVIDA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE DATA-PRECO-COBR TO WS-DATA-AAAAMMDD
                       PERFORM P450-DATA-NO-PERIODO THRU P450-FIM
                       IF FLAG-NO-PERIODO
                           PERFORM P422-COBRANCA-DA-LOJA
                                               THRU P422-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P420-FIM.
      *
       P422-COBRANCA-DA-LOJA.
      *
           MOVE FK-COD-MERCADO-COBR    TO WS-COD-LOJA-BUSCA.
           PERFORM P320-LOCALIZA-LOJA THRU P320-FIM.
      *
           IF WS-IND-LOJA-ACHADO EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-ESTOUROS
               GO TO P422-FIM
           END-IF.
      *
           ADD 1 TO WS-TAB-LOJA-QTD-COBR(WS-IND-LOJA-ACHADO).
           ADD VLR-DIFERENCA-COBR TO
                           WS-TAB-LOJA-VLR-COBR(WS-IND-LOJA-ACHADO).
      *
       P422-FIM.
      *
       P450-DATA-NO-PERIODO.
      *
           MOVE "N"                    TO WS-NO-PERIODO.
      *
           IF WS-DT-AAAA EQUAL WS-ANO-INF
              AND WS-DT-MM NOT LESS THAN WS-MES-INICIAL
              AND WS-DT-MM NOT GREATER THAN WS-MES-FINAL THEN
               SET FLAG-NO-PERIODO     TO TRUE
           END-IF.
      *
       P450-FIM.
      *
       P500-CALCULA-PLACAR.
      *
           MOVE ZEROS                  TO WS-IND-LOJA-1.
      *
           PERFORM WS-QTD-LOJAS TIMES
               ADD 1                   TO WS-IND-LOJA-1
               PERFORM P510-PLACAR-DA-LOJA THRU P510-FIM
           END-PERFORM.
      *
       P500-FIM.
      *
       P510-PLACAR-DA-LOJA.
      *
      *    *========================================================*
      *    * NOTAS DE 0 A 100 POR ITEM E MEDIA PONDERADA PELOS PESOS.
      *    * PRECO: INDICE 90 OU MENOS = 100, 100 = 50, 110 OU MAIS =
      *    * 0; LOJA SEM PRODUTO COMPARAVEL FICA COM NOTA NEUTRA 50.
      *    * RUPTURA: 100 - 5 POR PONTO PERCENTUAL DE PRECOS COM
      *    * PRODUTO EM FALTA. RECLAMACOES, DEVOLUCOES (MENOS AS POR
      *    * ARREPENDIMENTO, QUE NAO SAO CULPA DA LOJA) E COBRANCAS:
      *    * 100 - 20 POR OCORRENCIA A CADA 100 COMPRAS.
      *    *========================================================*
           COMPUTE WS-QTD-COMPRAS =
                   WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1) -
                   WS-TAB-LOJA-QTD-RUPT(WS-IND-LOJA-1).
      *
           MOVE WS-QTD-COMPRAS         TO WS-BASE-COMPRAS.
           IF WS-BASE-COMPRAS < WS-BASE-MINIMA THEN
               MOVE WS-BASE-MINIMA     TO WS-BASE-COMPRAS
           END-IF.
      *
      *    PRECO
           MOVE 50                     TO WS-NOTA-PRECO.
           MOVE ZEROS TO WS-TAB-LOJA-INDICE(WS-IND-LOJA-1).
           IF WS-TAB-LOJA-QTD-PRD(WS-IND-LOJA-1) > ZEROS THEN
               COMPUTE WS-TAB-LOJA-INDICE(WS-IND-LOJA-1) ROUNDED =
                       WS-TAB-LOJA-SOMA-IDX(WS-IND-LOJA-1) /
                       WS-TAB-LOJA-QTD-PRD(WS-IND-LOJA-1)
               COMPUTE WS-NOTA-CALCULO = 100 - 5 *
                       (WS-TAB-LOJA-INDICE(WS-IND-LOJA-1) - 90)
               PERFORM P520-LIMITA-NOTA THRU P520-FIM
               MOVE WS-NOTA-CALCULO    TO WS-NOTA-PRECO
           END-IF.
      *
      *    RUPTURA
           MOVE ZEROS                  TO WS-PCT-RUPTURA.
           IF WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1) > ZEROS THEN
               COMPUTE WS-PCT-RUPTURA ROUNDED =
                       WS-TAB-LOJA-QTD-RUPT(WS-IND-LOJA-1) * 100 /
                       WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1)
           END-IF.
           COMPUTE WS-NOTA-CALCULO = 100 - 5 * WS-PCT-RUPTURA.
           PERFORM P520-LIMITA-NOTA THRU P520-FIM.
           MOVE WS-NOTA-CALCULO        TO WS-NOTA-RUPTURA.
      *
      *    RECLAMACOES
           COMPUTE WS-TAXA-OCORRENCIA ROUNDED =
                   WS-TAB-LOJA-QTD-RECL(WS-IND-LOJA-1) * 100 /
                   WS-BASE-COMPRAS.
           COMPUTE WS-NOTA-CALCULO = 100 - 20 * WS-TAXA-OCORRENCIA.
           PERFORM P520-LIMITA-NOTA THRU P520-FIM.
           MOVE WS-NOTA-CALCULO        TO WS-NOTA-RECLAMACAO.
      *
      *    DEVOLUCOES
           COMPUTE WS-QTD-DEV-LOJA =
                   WS-TAB-LOJA-DEV-PE(WS-IND-LOJA-1) +
                   WS-TAB-LOJA-DEV-ES(WS-IND-LOJA-1) +
                   WS-TAB-LOJA-DEV-OU(WS-IND-LOJA-1).
           COMPUTE WS-TAXA-OCORRENCIA ROUNDED =
                   WS-QTD-DEV-LOJA * 100 / WS-BASE-COMPRAS.
           COMPUTE WS-NOTA-CALCULO = 100 - 20 * WS-TAXA-OCORRENCIA.
           PERFORM P520-LIMITA-NOTA THRU P520-FIM.
           MOVE WS-NOTA-CALCULO        TO WS-NOTA-DEVOLUCAO.
      *
      *    COBRANCAS ACIMA DA GONDOLA
           COMPUTE WS-TAXA-OCORRENCIA ROUNDED =
                   WS-TAB-LOJA-QTD-COBR(WS-IND-LOJA-1) * 100 /
                   WS-BASE-COMPRAS.
           COMPUTE WS-NOTA-CALCULO = 100 - 20 * WS-TAXA-OCORRENCIA.
           PERFORM P520-LIMITA-NOTA THRU P520-FIM.
           MOVE WS-NOTA-CALCULO        TO WS-NOTA-COBRANCA.
      *
           COMPUTE WS-TAB-LOJA-PLACAR(WS-IND-LOJA-1) ROUNDED =
                   (WS-NOTA-PRECO      * WS-PESO-PRECO +
                    WS-NOTA-RUPTURA    * WS-PESO-RUPTURA +
                    WS-NOTA-RECLAMACAO * WS-PESO-RECLAMACAO +
                    WS-NOTA-DEVOLUCAO  * WS-PESO-DEVOLUCAO +
                    WS-NOTA-COBRANCA   * WS-PESO-COBRANCA) /
                   WS-SOMA-PESOS.
      *
       P510-FIM.
      *
       P520-LIMITA-NOTA.
      *
           IF WS-NOTA-CALCULO < ZEROS THEN
               MOVE ZEROS              TO WS-NOTA-CALCULO
           END-IF.
      *
           IF WS-NOTA-CALCULO > 100 THEN
               MOVE 100                TO WS-NOTA-CALCULO
           END-IF.
      *
       P520-FIM.
      *
       P550-ORDENA-LOJAS.
      *
      *    *========================================================*
      *    * ORDENA A TABELA DE LOJAS PELO PLACAR, DO MAIOR PARA O
      *    * MENOR (TROCA DE VIZINHAS - NO MAXIMO 50 LOJAS).
      *    *========================================================*
           PERFORM VARYING WS-IND-LOJA-1 FROM 1 BY 1
                   UNTIL WS-IND-LOJA-1 NOT LESS THAN WS-QTD-LOJAS
               PERFORM VARYING WS-IND-LOJA-2 FROM 1 BY 1
                       UNTIL WS-IND-LOJA-2 >
                             WS-QTD-LOJAS - WS-IND-LOJA-1
                   IF WS-TAB-LOJA-PLACAR(WS-IND-LOJA-2) <
                      WS-TAB-LOJA-PLACAR(WS-IND-LOJA-2 + 1)
                       MOVE WS-TAB-LOJA-ITEM(WS-IND-LOJA-2)
                                       TO WS-LOJA-TROCA
                       MOVE WS-TAB-LOJA-ITEM(WS-IND-LOJA-2 + 1)
                                   TO WS-TAB-LOJA-ITEM(WS-IND-LOJA-2)
                       MOVE WS-LOJA-TROCA
                               TO WS-TAB-LOJA-ITEM(WS-IND-LOJA-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       P550-FIM.
      *
       P600-GERA-REPORT.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           MOVE WS-TRIMESTRE-INF       TO WS-CAB-TRIMESTRE.
           MOVE WS-ANO-INF             TO WS-CAB-ANO.
           IF FLAG-AGRUPA-REDE THEN
               MOVE "SIM"              TO WS-CAB-REDE
           ELSE
               MOVE "NAO"              TO WS-CAB-REDE
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
           IF WS-QTD-LOJAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               WRITE REG-REPORT    FROM WS-LST-CAB-5
      *
               MOVE ZEROS               TO WS-IND-LOJA-1
      *
               PERFORM WS-QTD-LOJAS TIMES
                   ADD 1                   TO WS-IND-LOJA-1
                   PERFORM P610-IMPRIME-LINHA THRU P610-FIM
               END-PERFORM
      *
               WRITE REG-REPORT    FROM WS-LST-CAB-4
               MOVE WS-PESO-PRECO       TO WS-PESOS-PRECO
               MOVE WS-PESO-RUPTURA     TO WS-PESOS-RUPTURA
               MOVE WS-PESO-RECLAMACAO  TO WS-PESOS-RECLAMACAO
               MOVE WS-PESO-DEVOLUCAO   TO WS-PESOS-DEVOLUCAO
               MOVE WS-PESO-COBRANCA    TO WS-PESOS-COBRANCA
               WRITE REG-REPORT    FROM WS-LST-PESOS
               WRITE REG-REPORT    FROM WS-LST-LEGENDA-1
               WRITE REG-REPORT    FROM WS-LST-LEGENDA-2
               WRITE REG-REPORT    FROM WS-LST-LEGENDA-3
               WRITE REG-REPORT    FROM WS-LST-LEGENDA-4
           END-IF.
      *
           IF WS-QTD-ESTOUROS > ZEROS THEN
               MOVE WS-QTD-ESTOUROS    TO WS-AVISO-QTD-ESTOURO
               WRITE REG-REPORT    FROM WS-LST-AVISO-ESTOURO
           END-IF.
      *
           IF WS-QTD-MOEDA-ESTRANG > ZEROS THEN
               MOVE WS-QTD-MOEDA-ESTRANG TO WS-AVISO-QTD-MOEDA
               WRITE REG-REPORT    FROM WS-LST-AVISO-MOEDA
           END-IF.
      *
       P600-FIM.
      *
       P610-IMPRIME-LINHA.
      *
           MOVE WS-IND-LOJA-1                      TO WS-DET-POSICAO.
           MOVE WS-TAB-LOJA-COD(WS-IND-LOJA-1)     TO WS-DET-LOJA-COD.
           MOVE WS-TAB-LOJA-DESC(WS-IND-LOJA-1)    TO WS-DET-LOJA-DESC.
      *
           COMPUTE WS-DET-COMPRAS =
                   WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1) -
                   WS-TAB-LOJA-QTD-RUPT(WS-IND-LOJA-1).
      *
           MOVE WS-TAB-LOJA-QTD-RECL(WS-IND-LOJA-1) TO WS-DET-RECL.
           MOVE WS-TAB-LOJA-RECL-AB(WS-IND-LOJA-1)  TO WS-DET-RECL-AB.
           MOVE WS-TAB-LOJA-DEV-PE(WS-IND-LOJA-1)   TO WS-DET-DEV-PE.
           MOVE WS-TAB-LOJA-DEV-ES(WS-IND-LOJA-1)   TO WS-DET-DEV-ES.
           MOVE WS-TAB-LOJA-DEV-AR(WS-IND-LOJA-1)   TO WS-DET-DEV-AR.
           MOVE WS-TAB-LOJA-DEV-OU(WS-IND-LOJA-1)   TO WS-DET-DEV-OU.
      *
           MOVE ZEROS                  TO WS-DET-RUPTURA.
           IF WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1) > ZEROS THEN
               COMPUTE WS-DET-RUPTURA ROUNDED =
                       WS-TAB-LOJA-QTD-RUPT(WS-IND-LOJA-1) * 100 /
                       WS-TAB-LOJA-QTD-OBS(WS-IND-LOJA-1)
           END-IF.
      *
           MOVE WS-TAB-LOJA-QTD-COBR(WS-IND-LOJA-1) TO WS-DET-QTD-COBR.
           MOVE WS-TAB-LOJA-VLR-COBR(WS-IND-LOJA-1) TO WS-DET-VLR-COBR.
      *
           IF WS-TAB-LOJA-QTD-PRD(WS-IND-LOJA-1) > ZEROS THEN
               MOVE WS-TAB-LOJA-INDICE(WS-IND-LOJA-1)
                                                   TO WS-DET-INDICE
           ELSE
               MOVE "    N/D"                      TO WS-DET-INDICE-X
           END-IF.
      *
           MOVE WS-TAB-LOJA-PLACAR(WS-IND-LOJA-1)   TO WS-DET-PLACAR.
      *
           WRITE REG-REPORT    FROM WS-DET-LOJA.
      *
       P610-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   MERCADO
                   PRC-PRODUTO
                   SCMO0614.
      *
           IF NOT WS-FS-RECL-NAO-EXISTE THEN
               CLOSE RECLAMACAO
           END-IF.
      *
           IF NOT WS-FS-DEV-NAO-EXISTE THEN
               CLOSE DEVOLUCAO
           END-IF.
      *
           IF NOT WS-FS-COBR-NAO-EXISTE THEN
               CLOSE COBRANCA-INDEVIDA
           END-IF.
           GOBACK.
       END PROGRAM SCMP0614.
