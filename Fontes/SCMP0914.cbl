      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: OFERTA DE ENCARTE - DEVOLVE A OFERTA DO ENCARTE
      *          SEMANAL (ENCARTE-OFERTA.dat) VALIDA NUMA DATA PARA UMA
      *          REDE E UM PRODUTO, COM O PRECO UNITARIO EFETIVO DA
      *          MECANICA (LEVE-PAGUE OU DESCONTO PERCENTUAL). COM MAIS
      *          DE UMA OFERTA VALIDA NA DATA, VALE A DE INICIO MAIS
      *          RECENTE
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0914.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCARTE-OFERTA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ENCARTE-OFERTA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ENCARTE-OFERTA
                FILE STATUS    IS WS-FS-ENCARTE.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD ENCARTE-OFERTA.
           COPY "EncarteOferta.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-FIM-ENCARTE             PIC X(001) VALUE "N".
               88 FLAG-FIM-ENCARTE       VALUE "S".
      *
       77 WS-FS-ENCARTE                  PIC X(02).
           88 WS-FS-ENC-OK               VALUE "00".
           88 WS-FS-ENC-NAO-EXISTE       VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-FUNCAO                 PIC X(001).
           05 LKS-REDE                   PIC X(020).
           05 LKS-COD-PRODUTO            PIC X(014).
           05 LKS-DATA                   PIC 9(008).
           05 LKS-VLR-OFERTA             PIC 9(010)V99.
           05 LKS-VLR-EFETIVO            PIC 9(010)V9999.
           05 LKS-TIPO-PROMO             PIC X(001).
           05 LKS-DATA-INICIO            PIC 9(008).
           05 LKS-DATA-FIM               PIC 9(008).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-FUNCAO      = O - Procura a oferta da rede LKS-REDE para o
      *                       produto LKS-COD-PRODUTO valida na data
      *                       LKS-DATA (AAAAMMDD): INICIO <= DATA <= FIM
      * LKS-VLR-OFERTA      = preco anunciado no encarte - saida
      * LKS-VLR-EFETIVO     = preco unitario com a mecanica - saida
      *                       L = OFERTA * PAGUE / LEVE
      *                       D = OFERTA * (100 - % DESCONTO) / 100
      *                       N = O PROPRIO PRECO DA OFERTA
      * LKS-TIPO-PROMO      = mecanica da oferta (N, L ou D) - saida
      * LKS-DATA-INICIO/FIM = periodo da oferta - saida
      * LKS-RETORNO = 0 - Oferta valida encontrada
      * LKS-RETORNO = 1 - Erro de abertura ou leitura do arquivo
      * LKS-RETORNO = 2 - Funcao invalida
      * LKS-RETORNO = 3 - Sem oferta valida na data
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE ZERO                       TO LKS-RETORNO.
           MOVE ZEROS                      TO LKS-VLR-OFERTA.
           MOVE ZEROS                      TO LKS-VLR-EFETIVO.
           MOVE SPACES                     TO LKS-TIPO-PROMO.
           MOVE ZEROS                      TO LKS-DATA-INICIO.
           MOVE ZEROS                      TO LKS-DATA-FIM.
      *
           EVALUATE LKS-FUNCAO
               WHEN "O"
                   PERFORM P100-BUSCA-OFERTA THRU P100-FIM
               WHEN OTHER
                   MOVE 2                  TO LKS-RETORNO
           END-EVALUATE.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-BUSCA-OFERTA.
      *
      *    SEM ARQUIVO DE OFERTAS NAO HA OFERTA
           OPEN INPUT ENCARTE-OFERTA.
      *
           IF WS-FS-ENC-NAO-EXISTE THEN
               MOVE 3                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           IF NOT WS-FS-ENC-OK THEN
               MOVE 1                      TO LKS-RETORNO
               GO TO P100-FIM
           END-IF.
      *
           MOVE "N"                        TO WS-FIM-ENCARTE.
           MOVE LKS-REDE                   TO REDE-ENCARTE.
           MOVE LKS-COD-PRODUTO            TO FK-COD-PRODUTO-ENCARTE.
           MOVE ZEROS                      TO DATA-INICIO-ENCARTE.
      *
           START ENCARTE-OFERTA
               KEY IS NOT LESS THAN CHAVE-ENCARTE-OFERTA
                   INVALID KEY
                       SET FLAG-FIM-ENCARTE TO TRUE
           END-START.
      *
      *    *========================================================*
      *    * AS OFERTAS DA REDE/PRODUTO VEM EM ORDEM DE INICIO; A
      *    * LEITURA PARA NO PRIMEIRO INICIO POSTERIOR A DATA E FICA
      *    * COM A ULTIMA OFERTA VALIDA ENCONTRADA ATE ALI.
      *    *========================================================*
           PERFORM UNTIL FLAG-FIM-ENCARTE
               READ ENCARTE-OFERTA NEXT RECORD
                   AT END
                       SET FLAG-FIM-ENCARTE TO TRUE
                   NOT AT END
                       IF REDE-ENCARTE NOT EQUAL LKS-REDE
                          OR FK-COD-PRODUTO-ENCARTE
                                   NOT EQUAL LKS-COD-PRODUTO
                          OR DATA-INICIO-ENCARTE > LKS-DATA
                           SET FLAG-FIM-ENCARTE TO TRUE
                       ELSE
                           IF DATA-FIM-ENCARTE NOT < LKS-DATA
                               PERFORM P110-GUARDA-OFERTA
                                  THRU P110-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
           CLOSE ENCARTE-OFERTA.
      *
           IF LKS-DATA-INICIO EQUAL ZEROS THEN
               MOVE 3                      TO LKS-RETORNO
           END-IF.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P110-GUARDA-OFERTA.
      *
           MOVE VLR-OFERTA-ENCARTE         TO LKS-VLR-OFERTA.
           MOVE TIPO-PROMO-ENCARTE         TO LKS-TIPO-PROMO.
           MOVE DATA-INICIO-ENCARTE        TO LKS-DATA-INICIO.
           MOVE DATA-FIM-ENCARTE           TO LKS-DATA-FIM.
      *
           EVALUATE TRUE
               WHEN ENCARTE-LEVE-PAGUE
                AND QTD-PROMO-LEVE-ENCARTE > ZEROS
                   COMPUTE LKS-VLR-EFETIVO ROUNDED =
                       VLR-OFERTA-ENCARTE * QTD-PROMO-PAGUE-ENCARTE
                       / QTD-PROMO-LEVE-ENCARTE
               WHEN ENCARTE-DESCONTO-PCT
                   COMPUTE LKS-VLR-EFETIVO ROUNDED =
                       VLR-OFERTA-ENCARTE
                       * (100 - PCT-DESCONTO-ENCARTE) / 100
               WHEN OTHER
                   MOVE "N"                TO LKS-TIPO-PROMO
                   MOVE VLR-OFERTA-ENCARTE TO LKS-VLR-EFETIVO
           END-EVALUATE.
      *
       P110-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0914.
