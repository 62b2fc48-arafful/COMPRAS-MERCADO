      *          RECENTE, MARCA OS CAMPEOES DE PRECO QUE ESTARAO
      *          FECHADOS NO HORARIO E SUGERE A MELHOR ALTERNATIVA
      *          ABERTA
      * Mod: 15/10/2026 - quando a rede do mercado tem oferta de encarte
      *      valida no dia para o produto (SCMP0914), o preco da oferta
      *      substitui o preco recente na disputa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0425.
           COPY "PrcProduto.cpy".
      *
       FD SCMO0425.
       01 REG-REPORT                           PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-TAB-MERC-ITEM         OCCURS 30 TIMES.
               10 WS-TM-COD-MERCADO    PIC X(10).
               10 WS-TM-DESC-MERCADO   PIC X(30).
               10 WS-TM-REDE           PIC X(20).
               10 WS-TM-HORA-ABERTURA  PIC 9(04).
               10 WS-TM-HORA-FECHO     PIC 9(04).
               10 WS-TM-SITUACAO       PIC X(01).
                   88 WS-TM-ABERTO     VALUE "A".
                   88 WS-TM-FECHADO    VALUE "F".
               10 WS-TM-QTD-VITORIAS   PIC 9(05).
               10 WS-TM-QTD-VIT-ENCARTE PIC 9(05).
      *
       77 WS-QTD-MERCADOS-TAB                  PIC 9(02) VALUE ZEROS.
       77 WS-IND-TAB                           PIC 9(02) VALUE ZEROS.
               10 WS-PP-COD-MERCADO    PIC X(10).
               10 WS-PP-DIA-JULIANO    PIC 9(08).
               10 WS-PP-VLR-UNITARIO   PIC 9(10)V9999.
               10 WS-PP-ORIGEM         PIC X(01).
                   88 WS-PP-OFERTA-ENCARTE VALUE "E".
      *
       77 WS-QTD-MERC-PROD                     PIC 9(02) VALUE ZEROS.
       77 WS-IND-PP                            PIC 9(02) VALUE ZEROS.
       77 WS-VLR-UNITARIO-REG               PIC 9(10)V9999 VALUE ZEROS.
       77 WS-VLR-MENOR                      PIC 9(10)V9999 VALUE ZEROS.
       77 WS-MERCADO-MENOR                     PIC X(10) VALUE SPACES.
       77 WS-MENOR-ENCARTE                     PIC X(01) VALUE "N".
           88 FLAG-MENOR-ENCARTE               VALUE "S".
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
       77 WS-COD-PRODUTO-ATUAL                 PIC 9(14) VALUE ZEROS.
      *
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER               PIC X(26) VALUE "DESCRICAO".
               05 FILLER               PIC X(14) VALUE "FUNCIONAMENTO".
               05 FILLER               PIC X(11) VALUE "SITUACAO".
               05 FILLER               PIC X(15) VALUE "MENOR PRECO EM".
               05 FILLER               PIC X(07) VALUE "ENCARTE".
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE ALL "-".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(09) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VITORIAS      PIC ZZZZ9.
               05 FILLER               PIC X(12) VALUE SPACES.
               05 WS-DET-VIT-ENCARTE   PIC ZZZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ALERTA        PIC X(22) VALUE SPACES.
      *
                   TO WS-TM-COD-MERCADO(WS-QTD-MERCADOS-TAB).
           MOVE DESC-MERCADO
                   TO WS-TM-DESC-MERCADO(WS-QTD-MERCADOS-TAB).
      *    REDE DO ENCARTE: REDE-MERCADO OU, SEM REDE, O PROPRIO CODIGO
           IF REDE-MERCADO NOT EQUAL SPACES THEN
               MOVE REDE-MERCADO
                   TO WS-TM-REDE(WS-QTD-MERCADOS-TAB)
           ELSE
               MOVE COD-MERCADO
                   TO WS-TM-REDE(WS-QTD-MERCADOS-TAB)
           END-IF.
           MOVE HORA-ABERTURA-MERCADO
                   TO WS-TM-HORA-ABERTURA(WS-QTD-MERCADOS-TAB).
           MOVE HORA-FECHAMENTO-MERCADO
                   TO WS-TM-HORA-FECHO(WS-QTD-MERCADOS-TAB).
           MOVE ZEROS
                   TO WS-TM-QTD-VITORIAS(WS-QTD-MERCADOS-TAB).
           MOVE ZEROS
                   TO WS-TM-QTD-VIT-ENCARTE(WS-QTD-MERCADOS-TAB).

      *    *========================================================*
      *    * SITUACAO NO HORARIO PLANEJADO. HORARIO DE FECHAMENTO
      *    * CADA PRODUTO, VALE O PRECO UNITARIO DA COMPRA MAIS
      *    * RECENTE EM CADA MERCADO (PRECOS MARCADOS INDISPONIVEIS
      *    * NAO CONTAM) - O MERCADO COM O MENOR GANHA UMA VITORIA.
      *    * OFERTA DE ENCARTE VALIDA HOJE NA REDE DO MERCADO TOMA O
      *    * LUGAR DO PRECO RECENTE DAQUELE MERCADO.
      *    *========================================================*
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE ZEROS                  TO WS-QTD-MERC-PROD.
           MOVE ZEROS                  TO WS-COD-PRODUTO-ATUAL.
                       TO WS-PP-COD-MERCADO(WS-IND-PP-ACHADO)
               MOVE ZEROS  TO WS-PP-DIA-JULIANO(WS-IND-PP-ACHADO)
               MOVE ZEROS  TO WS-PP-VLR-UNITARIO(WS-IND-PP-ACHADO)
               MOVE SPACES TO WS-PP-ORIGEM(WS-IND-PP-ACHADO)
           END-IF.

           IF WS-IND-PP-ACHADO > ZEROS
      *
       P360-FECHA-PRODUTO.
      *
           PERFORM VARYING WS-IND-TAB FROM 1 BY 1
                   UNTIL WS-IND-TAB > WS-QTD-MERCADOS-TAB
               PERFORM P365-APLICA-ENCARTE THRU P365-FIM
           END-PERFORM.

           MOVE ZEROS                  TO WS-VLR-MENOR.
           MOVE SPACES                 TO WS-MERCADO-MENOR.
           MOVE "N"                    TO WS-MENOR-ENCARTE.

           PERFORM VARYING WS-IND-PP FROM 1 BY 1
                   UNTIL WS-IND-PP > WS-QTD-MERC-PROD
                   MOVE WS-PP-VLR-UNITARIO(WS-IND-PP) TO WS-VLR-MENOR
                   MOVE WS-PP-COD-MERCADO(WS-IND-PP)
                                       TO WS-MERCADO-MENOR
                   MOVE WS-PP-ORIGEM(WS-IND-PP)
                                       TO WS-MENOR-ENCARTE
               END-IF
           END-PERFORM.

                   IF WS-TM-COD-MERCADO(WS-IND-TAB) EQUAL
                           WS-MERCADO-MENOR
                       ADD 1 TO WS-TM-QTD-VITORIAS(WS-IND-TAB)
                       IF WS-MENOR-ENCARTE EQUAL "E" THEN
                           ADD 1 TO WS-TM-QTD-VIT-ENCARTE(WS-IND-TAB)
                       END-IF
                       MOVE WS-QTD-MERCADOS-TAB TO WS-IND-TAB
                   END-IF
               END-PERFORM
           END-IF.
      *
       P360-FIM.
      *
       P365-APLICA-ENCARTE.
      *
           MOVE "O"                    TO WS-LKS-FUNCAO-ENC.
           MOVE WS-TM-REDE(WS-IND-TAB) TO WS-LKS-REDE-ENC.
           MOVE WS-COD-PRODUTO-ATUAL   TO WS-LKS-COD-PRODUTO-ENC.
           MOVE WS-DATA-CORRENTE-NUM   TO WS-LKS-DATA-ENC.

           CALL "SCMP0914" USING WS-LKS-AREA-ENCARTE.

           IF WS-LKS-RETORNO-ENC NOT EQUAL ZERO
              OR WS-LKS-VLR-EFETIVO-ENC EQUAL ZEROS THEN
               GO TO P365-FIM
           END-IF.

           MOVE ZEROS                  TO WS-IND-PP-ACHADO.

           PERFORM VARYING WS-IND-PP FROM 1 BY 1
                   UNTIL WS-IND-PP > WS-QTD-MERC-PROD
               IF WS-PP-COD-MERCADO(WS-IND-PP) EQUAL
                       WS-TM-COD-MERCADO(WS-IND-TAB)
                   MOVE WS-IND-PP      TO WS-IND-PP-ACHADO
                   MOVE WS-QTD-MERC-PROD TO WS-IND-PP
               END-IF
           END-PERFORM.

      *    MERCADO SEM COMPRA DO PRODUTO ENTRA NA DISPUTA PELA OFERTA
           IF WS-IND-PP-ACHADO EQUAL ZEROS THEN
               IF WS-QTD-MERC-PROD NOT < 30 THEN
                   GO TO P365-FIM
               END-IF
               ADD 1                   TO WS-QTD-MERC-PROD
               MOVE WS-QTD-MERC-PROD   TO WS-IND-PP-ACHADO
               MOVE WS-TM-COD-MERCADO(WS-IND-TAB)
                       TO WS-PP-COD-MERCADO(WS-IND-PP-ACHADO)
               MOVE ZEROS  TO WS-PP-DIA-JULIANO(WS-IND-PP-ACHADO)
           END-IF.

           MOVE WS-LKS-VLR-EFETIVO-ENC
                   TO WS-PP-VLR-UNITARIO(WS-IND-PP-ACHADO).
           MOVE "E"    TO WS-PP-ORIGEM(WS-IND-PP-ACHADO).
      *
       P365-FIM.
      *
       P500-GERA-REPORT.
      *
           MOVE WS-TM-HORA-ABERTURA(WS-IND-TAB) TO WS-DET-HORA-ABRE.
           MOVE WS-TM-HORA-FECHO(WS-IND-TAB)   TO WS-DET-HORA-FECHA.
           MOVE WS-TM-QTD-VITORIAS(WS-IND-TAB) TO WS-DET-VITORIAS.
           MOVE WS-TM-QTD-VIT-ENCARTE(WS-IND-TAB)
                                               TO WS-DET-VIT-ENCARTE.
           MOVE SPACES                         TO WS-DET-ALERTA.

           IF WS-TM-ABERTO(WS-IND-TAB) THEN
