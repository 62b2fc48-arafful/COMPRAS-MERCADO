      *      (SCMP0365) volta a aceitar lancamentos ate ser refechada
      * Mod: 02/09/2026 - preco reprocessado assume canal loja e taxa
      *      de entrega zero (novos campos de REG-PRECO-PRODUTO)
      * Mod: 15/10/2026 - forma de pagamento (C/D/P/M/V) ao final do
      *      registro suspenso, acompanhando a carga (SCMP0300); preco
      *      reenviado pago com vale debita o razao do vale (VALE-MOV)
      * Mod: 15/10/2026 - tributos aproximados do item (Lei 12.741) ao
      *      final do registro suspenso, acompanhando a carga; editaveis
      *      na tela e gravados com o preco ou na pendencia
      * Mod: 15/10/2026 - rateio por centro de custo (ate 3 pares
      *      centro/percentual) antes do motivo, acompanhando a carga;
      *      editavel na tela, conferido pelo SCMP0906 e gravado com
      *      o preco ou na pendencia
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - origem (carga/NFC-e) e identificador da
      *      execucao da carga antes do motivo, acompanhando a carga;
      *      mantidos na resuspensao e gravados com o preco ou na
      *      pendencia
      * Mod: 15/10/2026 - preco de gondola apos o identificador da
      *      execucao, acompanhando a carga; editavel na tela, gravado
      *      com o preco ou na pendencia, e preco reenviado cobrado
      *      acima da gondola fica registrado em COBRANCA-INDEVIDA
      *      (SCMP0911)
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - o fator de variacao de preco passa a vir do
      *      parametro FATVARPR (SCMP0082), padrao 3
      * Mod: 15/10/2026 - suspenso de um codigo de kit/combo (SCMP0912)
      *      e gravado nos componentes, com o valor rateado pelo ultimo
      *      preco unitario de cada um, como na carga (SCMP0300)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0370.
           05 FD-QTD-PROMO-LEVE-SUSPENSO       PIC X(03).
           05 FD-QTD-PROMO-PAGUE-SUSPENSO      PIC X(03).
           05 FD-PCT-DESC-PROMO-SUSPENSO       PIC X(05).
           05 FD-FORMA-PAGTO-SUSPENSO          PIC X(01).
           05 FD-VLR-TRIBUTOS-SUSPENSO         PIC X(08).
           05 FD-RATEIO-SUSPENSO               OCCURS 3 TIMES.
               10 FD-CC-RATEIO-SUSPENSO        PIC X(10).
               10 FD-PCT-RATEIO-SUSPENSO       PIC X(05).
           05 FD-ORIGEM-SUSPENSO               PIC X(01).
           05 FD-ID-EXECUCAO-SUSPENSO          PIC X(16).
           05 FD-VLR-GONDOLA-SUSPENSO          PIC X(08).
           05 FD-MOTIVO-SUSPENSO               PIC X(72).
      *
       FD SUSP-PRC-NOVO.
           05 FD-QTD-PROMO-LEVE-SUSP-NOVO      PIC X(03).
           05 FD-QTD-PROMO-PAGUE-SUSP-NOVO     PIC X(03).
           05 FD-PCT-DESC-PROMO-SUSP-NOVO      PIC X(05).
           05 FD-FORMA-PAGTO-SUSP-NOVO         PIC X(01).
           05 FD-VLR-TRIBUTOS-SUSP-NOVO        PIC X(08).
           05 FD-RATEIO-SUSP-NOVO              OCCURS 3 TIMES.
               10 FD-CC-RATEIO-SUSP-NOVO       PIC X(10).
               10 FD-PCT-RATEIO-SUSP-NOVO      PIC X(05).
           05 FD-ORIGEM-SUSP-NOVO              PIC X(01).
           05 FD-ID-EXECUCAO-SUSP-NOVO         PIC X(16).
           05 FD-VLR-GONDOLA-SUSP-NOVO         PIC X(08).
           05 FD-MOTIVO-SUSPENSO-NOVO          PIC X(72).
      *
       FD PRODUTO.
           05 WS-QTD-PROMO-LEVE-SUSP           PIC X(03).
           05 WS-QTD-PROMO-PAGUE-SUSP          PIC X(03).
           05 WS-PCT-DESC-PROMO-SUSP           PIC X(05).
           05 WS-FORMA-PAGTO-SUSP              PIC X(01).
           05 WS-VLR-TRIBUTOS-SUSP             PIC X(08).
           05 WS-RATEIO-SUSP                   OCCURS 3 TIMES.
               10 WS-CC-RATEIO-SUSP            PIC X(10).
               10 WS-PCT-RATEIO-SUSP           PIC X(05).
           05 WS-ORIGEM-SUSP                   PIC X(01).
           05 WS-ID-EXECUCAO-SUSP              PIC X(16).
           05 WS-ID-EXECUCAO-SUSP-NUM REDEFINES WS-ID-EXECUCAO-SUSP
                                               PIC 9(16).
           05 WS-VLR-GONDOLA-SUSP              PIC X(08).
           05 WS-MOTIVO-SUSP                   PIC X(72).
      *
       01 WS-VALIDA-DATA-PRECO.
           05 WS-IND-DISPONIVEL                PIC X(01).
      *
       77 WS-MAIOR-SEQ-PRECO                   PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * KIT/COMBO (SCMP0912) - COMPOSICAO DO KIT E RATEIO DO
      *    * PRECO ENTRE OS COMPONENTES
      *    *========================================================*
       01 WS-LKS-AREA-KIT.
           05 WS-LKS-FUNCAO-KIT                PIC X(01).
           05 WS-LKS-COD-KIT                   PIC X(14) VALUE SPACES.
           05 WS-LKS-VLR-KIT                   PIC 9(12)V99.
           05 WS-LKS-QTDE-COMPS-KIT            PIC 9(02).
           05 WS-LKS-COMPONENTE-KIT            OCCURS 20 TIMES.
               10 WS-LKS-COD-COMP-KIT          PIC X(14).
               10 WS-LKS-QTD-COMP-KIT          PIC 9(05)V999.
               10 WS-LKS-UND-COMP-KIT          PIC X(02).
               10 WS-LKS-VLR-ULT-UNIT-KIT      PIC 9(10)V9999.
               10 WS-LKS-VLR-RATEADO-KIT       PIC 9(12)V99.
           05 WS-LKS-CRITERIO-KIT              PIC X(01).
           05 WS-LKS-RETORNO-KIT               PIC 9(01) VALUE 3.
      *
       77 WS-REGISTRO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-KIT                VALUE "S".
       77 WS-GRAVANDO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-GRAVANDO-KIT                VALUE "S".
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                      PIC 9(02) VALUE ZEROS.
       77 WS-VLR-PRECO-KIT                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-KIT                 PIC 9(07)V999 VALUE ZEROS.
       77 WS-VLR-PRECO-COMP                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-COMP                PIC 9(07)V999 VALUE ZEROS.
       77 WS-UND-MEDIDA-COMP                   PIC X(02) VALUE SPACES.
       77 WS-VLR-TRIBUTOS-COMP               PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-VASILHAME-COMP              PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PRECO-ULT-COMP              PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-ULT-COMP            PIC 9(07)V999 VALUE ZEROS.
      *
       01 WS-LKS-AREA-DT.
           05 WS-LKS-DATA.
       77 WS-VLR-PRECO-ATUAL                   PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-PRECO-ANTERIOR                PIC 9(12)V99 VALUE ZEROS.
       77 WS-FATOR-VARIACAO                    PIC 9(02) VALUE 3.
      *
      *    TRIBUTOS APROXIMADOS - TEXTO COM VIRGULA DECIMAL (1,23)
       77 WS-VLR-TRIBUTOS-NUM                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-ITEM-SUSP                   PIC 9(12)V99 VALUE ZEROS.
      *    PRECO DE GONDOLA (ETIQUETA) POR UNIDADE - ZERO SE AUSENTE
       77 WS-VLR-GONDOLA-NUM                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-CONV-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-CONV-DIGITO                       PIC 9(01) VALUE ZEROS.
       77 WS-CONV-TOTAL                        PIC 9(12) VALUE ZEROS.
       77 WS-CONV-QTD-DEC                      PIC 9(01) VALUE ZEROS.
       77 WS-CONV-ACHOU-VIRG                   PIC X(01) VALUE "N".
      *
      *    RATEIO POR CENTRO DE CUSTO (SCMP0906)
       01 WS-LKS-AREA-RATEIO.
           05 WS-LKS-PRODUTO-RATEIO            PIC X(14).
           05 WS-LKS-ITEM-RATEIO               OCCURS 3 TIMES.
               10 WS-LKS-CC-RATEIO             PIC X(10).
               10 WS-LKS-PCT-RATEIO            PIC 9(03)V99.
           05 WS-LKS-RETORNO-RATEIO            PIC 9(01).
      *
       77 WS-IND-RATEIO                        PIC 9(01) VALUE ZEROS.
       77 WS-CONV-VALIDO                       PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
      *
       01 WS-DATA-COMPARA-GRP.
           05  WS-DATA-COMPARA-ATU             PIC 9(008).
           88 FLAG-REGISTRO-OK                 VALUE "S".
           88 FLAG-REGISTRO-COM-ERRO           VALUE SPACES.
           88 FLAG-REGISTRO-PENDENTE           VALUE "P".
      *
      *
      *    RAZAO DO VALE-ALIMENTACAO (SCMP0904)
       01 WS-LKS-AREA-VALE.
           05 WS-LKS-FUNCAO-VALE               PIC X(01).
           05 WS-LKS-TIPO-MOV-VALE             PIC X(01).
           05 WS-LKS-DATA-MOV-VALE             PIC 9(08).
           05 WS-LKS-VALOR-VALE                PIC 9(12)V99.
           05 WS-LKS-PRODUTO-VALE              PIC X(14).
           05 WS-LKS-MERCADO-VALE              PIC X(10).
           05 WS-LKS-HISTORICO-VALE            PIC X(30).
           05 WS-LKS-OPERADOR-VALE             PIC X(08).
           05 WS-LKS-SALDO-VALE                PIC S9(12)V99.
           05 WS-LKS-VLR-ULT-CRED-VALE         PIC 9(12)V99.
           05 WS-LKS-DATA-ULT-CRED-VALE        PIC 9(08).
           05 WS-LKS-RETORNO-VALE              PIC 9(01).
      *
      *    COBRANCA ACIMA DO PRECO DE GONDOLA (SCMP0911)
       01 WS-LKS-AREA-COBRANCA.
           05 WS-LKS-FUNCAO-COBR               PIC X(01).
           05 WS-LKS-CHAVE-PRECO-COBR.
               10 WS-LKS-PRODUTO-COBR          PIC 9(14).
               10 WS-LKS-DATA-PRECO-COBR       PIC X(08).
               10 WS-LKS-SEQ-PRECO-COBR        PIC 9(02).
           05 WS-LKS-MERCADO-COBR              PIC X(10).
           05 WS-LKS-QTD-COMPRA-COBR           PIC 9(07)V999.
           05 WS-LKS-VLR-COBRADO-COBR          PIC 9(12)V99.
           05 WS-LKS-VLR-GONDOLA-COBR          PIC 9(12)V99.
           05 WS-LKS-PROGRAMA-COBR             PIC X(08).
           05 WS-LKS-OPERADOR-COBR             PIC X(08).
           05 WS-LKS-DIFERENCA-COBR            PIC 9(12)V99.
           05 WS-LKS-RETORNO-COBR              PIC 9(01).
      *
       77 WS-QTD-CORRIGIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESCARTADOS                   PIC 9(05) VALUE ZEROS.
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-CMD-BACKUP                        PIC X(200) VALUE SPACES.
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 06 COL 05 VALUE "Motivo da Suspensao..: ".
           05 SS-MOTIVO-SUSP PIC X(50)
                           USING WS-MOTIVO-SUSP.
           05 LINE 07 COL 05 VALUE "Rateio C.Custo/%.....: ".
           05 SS-CC-RATEIO-SUSP-1 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-SUSP(1).
           05 SS-PCT-RATEIO-SUSP-1 REVERSE-VIDEO PIC X(05)
                           USING WS-PCT-RATEIO-SUSP(1) COL 39.
           05 SS-CC-RATEIO-SUSP-2 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-SUSP(2) COL 46.
           05 SS-PCT-RATEIO-SUSP-2 REVERSE-VIDEO PIC X(05)
                           USING WS-PCT-RATEIO-SUSP(2) COL 57.
           05 SS-CC-RATEIO-SUSP-3 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-SUSP(3) COL 64.
           05 SS-PCT-RATEIO-SUSP-3 REVERSE-VIDEO PIC X(05)
                           USING WS-PCT-RATEIO-SUSP(3) COL 75.
           05 LINE 08 COL 05 VALUE "Codigo do Produto....: ".
           05 SS-COD-PROD-PRECO-SUSP REVERSE-VIDEO PIC X(14)
                           USING WS-COD-PROD-PRECO-SUSP.
           05 LINE 10 COL 05 VALUE "Valor do Preco.......: ".
           05 SS-VALOR-PRECO-SUSP REVERSE-VIDEO PIC X(08)
                           USING WS-VALOR-PRECO-SUSP.
           05 LINE 10 COL 45 VALUE "Gondola:   ".
           05 SS-VLR-GONDOLA-SUSP REVERSE-VIDEO PIC X(08)
                           USING WS-VLR-GONDOLA-SUSP.
           05 LINE 11 COL 05 VALUE "Codigo do Mercado....: ".
           05 SS-COD-MERCADO-SUSP REVERSE-VIDEO PIC X(10)
                           USING WS-COD-MERCADO-SUSP.
           05 LINE 12 COL 05 VALUE "Quantidade da Compra.: ".
           05 SS-QTD-COMPRA-SUSP REVERSE-VIDEO PIC X(08)
                           USING WS-QTD-COMPRA-SUSP.
           05 LINE 12 COL 45 VALUE "Tributos:  ".
           05 SS-VLR-TRIBUTOS-SUSP REVERSE-VIDEO PIC X(08)
                           USING WS-VLR-TRIBUTOS-SUSP.
           05 LINE 13 COL 05 VALUE "Unidade de Medida....: ".
           05 SS-UND-MEDIDA-SUSP REVERSE-VIDEO PIC X(02)
                           USING WS-UND-MEDIDA-SUSP.
           05 LINE 15 COL 40 VALUE "Promocional <S>/<N>..: ".
           05 SS-IND-PROMO-SUSP REVERSE-VIDEO PIC X(01)
                           USING WS-IND-PROMO-SUSP.
           05 LINE 15 COL 05 VALUE "Pagto <C/D/P/M/V>....: ".
           05 SS-FORMA-PAGTO-SUSP REVERSE-VIDEO PIC X(01)
                           USING WS-FORMA-PAGTO-SUSP.
           05 LINE 16 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           SET WS-FS-MERC-OK           TO  TRUE.
           SET WS-FS-PRC-OK            TO  TRUE.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           PERFORM P101-LE-PARAMETROS THRU P101-FIM.
      *
           OPEN INPUT SUSP-PRC.
      *
           END-IF.
      *
       P100-FIM.
      *
       P101-LE-PARAMETROS.
      *
           MOVE "FATVARPR"             TO LPR-COD-PARAMETRO.
           MOVE WS-FATOR-VARIACAO      TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-FATOR-VARIACAO.
      *
       P101-FIM.
      *
       P300-PROCESSA.
      *
      *    * SOBRE OS VALORES CORRIGIDOS NA TELA.
      *    *========================================================*
           SET FLAG-REGISTRO-OK        TO TRUE.
           MOVE "N"                    TO WS-REGISTRO-KIT.
      *
           PERFORM P418-DEFAULT-VASILHAME-SUSP THRU P418-FIM.
      *
           PERFORM P419-DEFAULT-DISPONIVEL-SUSP THRU P419-FIM.
      *
           PERFORM P421-DEFAULT-PROMO-SUSP THRU P421-FIM.
      *
           PERFORM P426-DEFAULT-ORIGEM-SUSP THRU P426-FIM.
      *
           PERFORM P422-VALIDA-FORMA-PAGTO-SUSP THRU P422-FIM.
      *
           PERFORM P423-VALIDA-TRIBUTOS-SUSP THRU P423-FIM.
      *
           PERFORM P427-VALIDA-GONDOLA-SUSP THRU P427-FIM.
      *
           IF WS-COD-PROD-PRECO-SUSP EQUAL SPACES THEN
               MOVE "CODIGO DE PRODUTO EM BRANCO" TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO         TO TRUE
           ELSE
      *        KIT/COMBO (SCMP0271) NAO PRECISA ESTAR NO CADASTRO DE
      *        PRODUTOS - O PRECO VAI PARA OS COMPONENTES (P436)
               MOVE "C"                    TO WS-LKS-FUNCAO-KIT
               MOVE WS-COD-PROD-PRECO-SUSP TO WS-LKS-COD-KIT
               CALL "SCMP0912" USING WS-LKS-AREA-KIT
               IF WS-LKS-RETORNO-KIT EQUAL ZERO
                   SET FLAG-REGISTRO-KIT   TO TRUE
               ELSE
                   MOVE WS-COD-PROD-PRECO-SUSP TO COD-PRODUTO
                   READ PRODUTO
                       KEY IS COD-PRODUTO
                           INVALID KEY
                               MOVE "CODIGO DE PRODUTO NAO CADASTRADO"
                                                   TO WS-MOTIVO-SUSP
                               SET FLAG-REGISTRO-COM-ERRO TO TRUE
                   END-READ
               END-IF
           END-IF.
      *
           IF FLAG-REGISTRO-OK THEN
                   SET FLAG-REGISTRO-COM-ERRO TO TRUE
               END-IF
           END-IF.
      *
           IF FLAG-REGISTRO-OK THEN
               PERFORM P424-VALIDA-RATEIO-SUSP THRU P424-FIM
           END-IF.
      *
           IF FLAG-REGISTRO-OK THEN
               PERFORM P340-VALIDA-VARIACAO-PRECO THRU P340-FIM
       P418-FIM.
      *
      *========================================================*
      * SUSPENSOS GRAVADOS ANTES DA ORIGEM/EXECUCAO EXISTIREM SO
      * PODEM TER VINDO DA CARGA (C); SEM EXECUCAO, FICA ZERO.
      *========================================================*
       P426-DEFAULT-ORIGEM-SUSP.
      *
           IF WS-ORIGEM-SUSP NOT EQUAL "N" THEN
               MOVE "C"                 TO WS-ORIGEM-SUSP
           END-IF.
           IF WS-ID-EXECUCAO-SUSP NOT NUMERIC THEN
               MOVE ZEROS               TO WS-ID-EXECUCAO-SUSP-NUM
           END-IF.
      *
       P426-FIM.
      *
      *========================================================*
      * O INDICADOR DE DISPONIBILIDADE TAMBEM PODE VIR EM BRANCO
      * NOS MESMOS REGISTROS ANTIGOS - SE AUSENTE, ASSUME-SE QUE
      * O PRODUTO ESTA DISPONIVEL NO MERCADO (S).
           END-IF.
      *
       P421-FIM.
      *
      *========================================================*
      * FORMA DE PAGAMENTO - EM BRANCO FICA NAO INFORMADA (COMO
      * NOS REGISTROS SUSPENSOS ANTIGOS); INFORMADA, TEM DE SER
      * C, D, P, M OU V, MESMA REGRA DA CARGA (SCMP0300).
      *========================================================*
       P422-VALIDA-FORMA-PAGTO-SUSP.
      *
           IF WS-FORMA-PAGTO-SUSP EQUAL LOW-VALUES THEN
               MOVE SPACES              TO WS-FORMA-PAGTO-SUSP
           END-IF.
      *
           INSPECT WS-FORMA-PAGTO-SUSP CONVERTING "cdpmv" TO "CDPMV".
      *
           IF WS-FORMA-PAGTO-SUSP NOT EQUAL SPACES AND "C" AND "D"
                                  AND "P" AND "M" AND "V" THEN
               MOVE "FORMA DE PAGAMENTO INVALIDA."
                                        TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO TO TRUE
           END-IF.
      *
       P422-FIM.
      *
      *========================================================*
      * TRIBUTOS APROXIMADOS DO ITEM - EM BRANCO FICAM ZERADOS;
      * ACEITAM VIRGULA DECIMAL E NAO PODEM SER MAIORES QUE O
      * VALOR DO PRECO, MESMA REGRA DA CARGA (SCMP0300).
      *========================================================*
       P423-VALIDA-TRIBUTOS-SUSP.
      *
           MOVE ZEROS                  TO WS-VLR-TRIBUTOS-NUM.
      *
           IF WS-VLR-TRIBUTOS-SUSP EQUAL SPACES
              OR WS-VLR-TRIBUTOS-SUSP EQUAL LOW-VALUES THEN
               MOVE SPACES              TO WS-VLR-TRIBUTOS-SUSP
               GO TO P423-FIM
           END-IF.
      *
           MOVE "S"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
      *
           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 8
               EVALUATE TRUE
                   WHEN WS-VLR-TRIBUTOS-SUSP(WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-VLR-TRIBUTOS-SUSP(WS-CONV-IND:1) NUMERIC
                       IF WS-CONV-QTD-DEC < 2 THEN
                           MOVE WS-VLR-TRIBUTOS-SUSP(WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                           COMPUTE WS-CONV-TOTAL =
                               WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                           IF WS-CONV-ACHOU-VIRG EQUAL "S" THEN
                               ADD 1   TO WS-CONV-QTD-DEC
                           END-IF
                       END-IF
                   WHEN WS-VLR-TRIBUTOS-SUSP(WS-CONV-IND:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N"        TO WS-CONV-VALIDO
               END-EVALUATE
           END-PERFORM.
      *
           IF NOT FLAG-CONV-VALIDA THEN
               MOVE "VALOR DE TRIBUTOS INVALIDO."
                                        TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO TO TRUE
               GO TO P423-FIM
           END-IF.
      *
           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-VLR-TRIBUTOS-NUM = WS-CONV-TOTAL
               WHEN 1
                   COMPUTE WS-VLR-TRIBUTOS-NUM = WS-CONV-TOTAL / 10
               WHEN OTHER
                   COMPUTE WS-VLR-TRIBUTOS-NUM = WS-CONV-TOTAL / 100
           END-EVALUATE.
      *
           MOVE ZEROS                  TO WS-VLR-ITEM-SUSP.
           IF WS-VALOR-PRECO-SUSP NUMERIC THEN
               MOVE WS-VALOR-PRECO-SUSP    TO WS-VLR-ITEM-SUSP
           END-IF.
      *
           IF WS-VLR-ITEM-SUSP > ZEROS
              AND WS-VLR-TRIBUTOS-NUM > WS-VLR-ITEM-SUSP THEN
               MOVE "TRIBUTOS MAIORES QUE O VALOR DO ITEM."
                                        TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO TO TRUE
           END-IF.
      *
       P423-FIM.
      *
      *========================================================*
      * PRECO DE GONDOLA (ETIQUETA, POR UNIDADE) - EM BRANCO FICA
      * ZERADO E NAO HA CONFERENCIA DE COBRANCA; ACEITA VIRGULA
      * DECIMAL, MESMA REGRA DA CARGA (SCMP0300).
      *========================================================*
       P427-VALIDA-GONDOLA-SUSP.
      *
           MOVE ZEROS                  TO WS-VLR-GONDOLA-NUM.
      *
           IF WS-VLR-GONDOLA-SUSP EQUAL SPACES
              OR WS-VLR-GONDOLA-SUSP EQUAL LOW-VALUES THEN
               MOVE SPACES              TO WS-VLR-GONDOLA-SUSP
               GO TO P427-FIM
           END-IF.
      *
           MOVE "S"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
      *
           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 8
               EVALUATE TRUE
                   WHEN WS-VLR-GONDOLA-SUSP(WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-VLR-GONDOLA-SUSP(WS-CONV-IND:1) NUMERIC
                       IF WS-CONV-QTD-DEC < 2 THEN
                           MOVE WS-VLR-GONDOLA-SUSP(WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                           COMPUTE WS-CONV-TOTAL =
                               WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                           IF WS-CONV-ACHOU-VIRG EQUAL "S" THEN
                               ADD 1   TO WS-CONV-QTD-DEC
                           END-IF
                       END-IF
                   WHEN WS-VLR-GONDOLA-SUSP(WS-CONV-IND:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N"        TO WS-CONV-VALIDO
               END-EVALUATE
           END-PERFORM.
      *
           IF NOT FLAG-CONV-VALIDA THEN
               MOVE "PRECO DE GONDOLA INVALIDO."
                                        TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO TO TRUE
               GO TO P427-FIM
           END-IF.
      *
           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-VLR-GONDOLA-NUM = WS-CONV-TOTAL
               WHEN 1
                   COMPUTE WS-VLR-GONDOLA-NUM = WS-CONV-TOTAL / 10
               WHEN OTHER
                   COMPUTE WS-VLR-GONDOLA-NUM = WS-CONV-TOTAL / 100
           END-EVALUATE.
      *
       P427-FIM.
      *
      *========================================================*
      * RATEIO POR CENTRO DE CUSTO - PERCENTUAL INTEIRO OU COM
      * VIRGULA DECIMAL (50 OU 33,33). SEM RATEIO VALE O CENTRO
      * PADRAO DO TIPO DO PRODUTO, MESMA REGRA DA CARGA
      * (SCMP0300) - A CONFERENCIA E FEITA PELO SCMP0906.
      *========================================================*
       P424-VALIDA-RATEIO-SUSP.
      *
           MOVE SPACES                 TO WS-LKS-AREA-RATEIO.
           MOVE WS-COD-PROD-PRECO-SUSP TO WS-LKS-PRODUTO-RATEIO.
           MOVE "S"                    TO WS-CONV-VALIDO.
      *
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               IF WS-CC-RATEIO-SUSP(WS-IND-RATEIO) EQUAL LOW-VALUES
                   MOVE SPACES TO WS-CC-RATEIO-SUSP(WS-IND-RATEIO)
               END-IF
               IF WS-PCT-RATEIO-SUSP(WS-IND-RATEIO) EQUAL LOW-VALUES
                   MOVE SPACES TO WS-PCT-RATEIO-SUSP(WS-IND-RATEIO)
               END-IF
               MOVE WS-CC-RATEIO-SUSP(WS-IND-RATEIO)
                                   TO WS-LKS-CC-RATEIO(WS-IND-RATEIO)
               PERFORM P425-CONVERTE-PCT-RATEIO THRU P425-FIM
           END-PERFORM.
      *
           IF NOT FLAG-CONV-VALIDA THEN
               MOVE "PERCENTUAL DO RATEIO DE CENTRO DE CUSTO INVALIDO."
                                        TO WS-MOTIVO-SUSP
               SET FLAG-REGISTRO-COM-ERRO TO TRUE
               GO TO P424-FIM
           END-IF.
      *
           CALL "SCMP0906" USING WS-LKS-AREA-RATEIO.
      *
           EVALUATE WS-LKS-RETORNO-RATEIO
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   MOVE "CENTRO DE CUSTO DO RATEIO NAO CADASTRADO."
                                        TO WS-MOTIVO-SUSP
                   SET FLAG-REGISTRO-COM-ERRO TO TRUE
               WHEN 2
                   MOVE "RATEIO DE CENTRO DE CUSTO NAO SOMA 100%."
                                        TO WS-MOTIVO-SUSP
                   SET FLAG-REGISTRO-COM-ERRO TO TRUE
               WHEN OTHER
                   MOVE "RATEIO DE CENTRO DE CUSTO INVALIDO."
                                        TO WS-MOTIVO-SUSP
                   SET FLAG-REGISTRO-COM-ERRO TO TRUE
           END-EVALUATE.
      *
       P424-FIM.
      *
       P425-CONVERTE-PCT-RATEIO.
      *
           MOVE ZEROS          TO WS-LKS-PCT-RATEIO(WS-IND-RATEIO).
      *
           IF WS-PCT-RATEIO-SUSP(WS-IND-RATEIO) EQUAL SPACES THEN
               GO TO P425-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
      *
           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 5
               EVALUATE TRUE
                   WHEN WS-PCT-RATEIO-SUSP(WS-IND-RATEIO)
                                       (WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-PCT-RATEIO-SUSP(WS-IND-RATEIO)
                                       (WS-CONV-IND:1) NUMERIC
                       IF WS-CONV-QTD-DEC < 2 THEN
                           MOVE WS-PCT-RATEIO-SUSP(WS-IND-RATEIO)
                                       (WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                           COMPUTE WS-CONV-TOTAL =
                               WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                           IF WS-CONV-ACHOU-VIRG EQUAL "S" THEN
                               ADD 1   TO WS-CONV-QTD-DEC
                           END-IF
                       END-IF
                   WHEN WS-PCT-RATEIO-SUSP(WS-IND-RATEIO)
                                       (WS-CONV-IND:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N"        TO WS-CONV-VALIDO
               END-EVALUATE
           END-PERFORM.
      *
           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-CONV-TOTAL = WS-CONV-TOTAL * 100
               WHEN 1
                   COMPUTE WS-CONV-TOTAL = WS-CONV-TOTAL * 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    WS-CONV-TOTAL ESTA EM CENTESIMOS DE PONTO PERCENTUAL
           IF WS-CONV-TOTAL > 10000 THEN
               MOVE "N"                TO WS-CONV-VALIDO
           ELSE
               COMPUTE WS-LKS-PCT-RATEIO(WS-IND-RATEIO) =
                                           WS-CONV-TOTAL / 100
           END-IF.
      *
       P425-FIM.
      *
       P416-PROXIMA-SEQ-PENDENTE.
      *
      *    O ARQUIVO DE SUSPENSOS NAO CARREGA CANAL NEM TAXA
           MOVE "L"                    TO CANAL-COMPRA-PEND.
           MOVE ZEROS                  TO VLR-TAXA-ENTREGA-PEND.
           MOVE WS-FORMA-PAGTO-SUSP    TO FORMA-PAGTO-PEND.
           MOVE WS-VLR-TRIBUTOS-NUM    TO VLR-TRIBUTOS-PEND.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-LKS-CC-RATEIO(WS-IND-RATEIO)
                       TO FK-COD-CENTRO-CUSTO-PEND(WS-IND-RATEIO)
               MOVE WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
                       TO PCT-RATEIO-CUSTO-PEND(WS-IND-RATEIO)
           END-PERFORM.
           MOVE WS-ORIGEM-SUSP         TO ORIGEM-CAPTURA-PEND.
           MOVE WS-ID-EXECUCAO-SUSP-NUM TO ID-EXECUCAO-CAPTURA-PEND.
           MOVE WS-VLR-GONDOLA-NUM     TO VLR-PRECO-GONDOLA-PEND.

      *    O SCAN DE SEQUENCIA (P416) DEIXA NO BUFFER O ULTIMO
      *    REGISTRO LIDO - INCLUSIVE REJEITADOS, QUE FICAM NO
           MOVE WS-VALIDA-DD-DATA-PRECO            TO WS-DIA-PRECO.
           MOVE WS-VALIDA-MM-DATA-PRECO            TO WS-MES-PRECO.
           MOVE WS-VALIDA-AAAA-DATA-PRECO          TO WS-ANO-PRECO.
           MOVE ZEROS                              TO WS-QTD-GRAVADOS.
      *
           IF FLAG-REGISTRO-KIT THEN
               PERFORM P436-EXPLODE-KIT THRU P436-FIM
           ELSE
               PERFORM P437-GRAVA-REGISTRO-PRECO THRU P437-FIM
           END-IF.
      *
           IF WS-QTD-GRAVADOS > ZEROS THEN
               ADD 1                               TO WS-QTD-CORRIGIDOS
           END-IF.
      *
       P420-FIM.
      *
       P437-GRAVA-REGISTRO-PRECO.
      *
           MOVE WS-FK-COD-PRODUTO                  TO FK-COD-PRODUTO.
           MOVE WS-DIA-PRECO                       TO DIA-PRECO.
      *
           MOVE WS-VLR-VASILHAME-SUSP              TO WS-VLR-VASILHAME.
           MOVE WS-IND-DISPONIVEL-SUSP             TO WS-IND-DISPONIVEL.
      *
      *    COMPONENTE DE KIT: VALORES RATEADOS EM P436
           IF FLAG-GRAVANDO-KIT THEN
               MOVE WS-VLR-PRECO-COMP              TO WS-VLR-PRECO
               MOVE WS-QTD-COMPRA-COMP             TO WS-QTD-COMPRA
               MOVE WS-UND-MEDIDA-COMP             TO WS-UND-MEDIDA
               MOVE WS-VLR-VASILHAME-COMP          TO WS-VLR-VASILHAME
           END-IF.
      *
           MOVE WS-FK-COD-PRODUTO                  TO FK-COD-PRODUTO.
           MOVE WS-DIA-PRECO                       TO DIA-PRECO.
      *    O ARQUIVO DE SUSPENSOS NAO CARREGA CANAL NEM TAXA
           MOVE "L"                            TO CANAL-COMPRA.
           MOVE ZEROS                          TO VLR-TAXA-ENTREGA.
           MOVE WS-FORMA-PAGTO-SUSP            TO FORMA-PAGTO.
           MOVE WS-VLR-TRIBUTOS-NUM            TO VLR-TRIBUTOS.
      *    RATEIO JA CONFERIDO E COMPLETADO EM P424
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-LKS-CC-RATEIO(WS-IND-RATEIO)
                       TO FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
               MOVE WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
                       TO PCT-RATEIO-CUSTO(WS-IND-RATEIO)
           END-PERFORM.
           MOVE WS-ORIGEM-SUSP                 TO ORIGEM-CAPTURA.
           MOVE WS-ID-EXECUCAO-SUSP-NUM        TO ID-EXECUCAO-CAPTURA.
           MOVE ZEROS                          TO QTD-CORRECOES.
           MOVE WS-VLR-GONDOLA-NUM             TO VLR-PRECO-GONDOLA.
      *    A GONDOLA E DO KIT E NAO E CONFERIDA NOS COMPONENTES
           IF FLAG-GRAVANDO-KIT THEN
               MOVE WS-VLR-TRIBUTOS-COMP       TO VLR-TRIBUTOS
               MOVE ZEROS                      TO VLR-PRECO-GONDOLA
           END-IF.
      *
           WRITE   REG-PRECO-PRODUTO.
      *
               SET FLAG-REGISTRO-COM-ERRO      TO TRUE
               PERFORM P330-REGRAVA-SUSPENSO THRU P330-FIM
           ELSE
               ADD 1                    TO WS-QTD-GRAVADOS
               MOVE SPACES              TO AUD-VALOR-ANTERIOR
               MOVE WS-VLR-PRECO        TO AUD-VALOR-NOVO
               MOVE WS-FK-COD-PRODUTO   TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P820-DEBITA-VALE THRU P820-FIM
               PERFORM P830-REGISTRA-COBRANCA THRU P830-FIM
           END-IF.
      *
       P437-FIM.
      *
       P436-EXPLODE-KIT.
      *
      *    *========================================================*
      *    * KIT/COMBO, COMO NA CARGA (SCMP0300 P436): O VALOR PAGO
      *    * E RATEADO ENTRE OS COMPONENTES PELO ULTIMO PRECO
      *    * UNITARIO DE CADA UM ANTERIOR A DATA (SEM PRECO
      *    * CONHECIDO, PELA QUANTIDADE - SCMP0912), A QUANTIDADE DO
      *    * KIT E MULTIPLICADA PELA DA COMPOSICAO, OS TRIBUTOS SEGUEM
      *    * A MESMA PROPORCAO E O VASILHAME FICA NO PRIMEIRO
      *    * COMPONENTE. O PRECO EFETIVO E REFEITO EM CADA UM PELA
      *    * MECANICA DE PROMOCAO DO SUSPENSO.
      *    *========================================================*
           MOVE WS-VALOR-PRECO-SUSP    TO WS-VLR-PRECO-KIT.
           MOVE WS-QTD-COMPRA-SUSP     TO WS-QTD-COMPRA-KIT.
      *
           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               PERFORM P438-BUSCA-ULT-PRECO-COMP THRU P438-FIM
               IF WS-QTD-COMPRA-ULT-COMP > ZEROS
                   COMPUTE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                       ROUNDED = WS-VLR-PRECO-ULT-COMP
                               / WS-QTD-COMPRA-ULT-COMP
               ELSE
                   MOVE WS-VLR-PRECO-ULT-COMP
                       TO WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
               END-IF
           END-PERFORM.
      *
           MOVE "R"                    TO WS-LKS-FUNCAO-KIT.
           MOVE WS-VLR-PRECO-KIT       TO WS-LKS-VLR-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.
      *
           SET FLAG-GRAVANDO-KIT       TO TRUE.
      *
           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                      OR FLAG-REGISTRO-COM-ERRO
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               MOVE WS-LKS-VLR-RATEADO-KIT(WS-IND-COMP-KIT)
                                       TO WS-VLR-PRECO-COMP
               COMPUTE WS-QTD-COMPRA-COMP ROUNDED = WS-QTD-COMPRA-KIT
                   * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
               MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-UND-MEDIDA-COMP
               IF WS-VLR-PRECO-KIT > ZEROS
                   COMPUTE WS-VLR-TRIBUTOS-COMP ROUNDED =
                       WS-VLR-TRIBUTOS-NUM * WS-VLR-PRECO-COMP
                                           / WS-VLR-PRECO-KIT
               ELSE
                   MOVE ZEROS          TO WS-VLR-TRIBUTOS-COMP
               END-IF
               IF WS-IND-COMP-KIT EQUAL 1
                   MOVE WS-VLR-VASILHAME-SUSP TO WS-VLR-VASILHAME-COMP
               ELSE
                   MOVE ZEROS          TO WS-VLR-VASILHAME-COMP
               END-IF
               PERFORM P437-GRAVA-REGISTRO-PRECO THRU P437-FIM
           END-PERFORM.
      *
           MOVE "N"                    TO WS-GRAVANDO-KIT.
           MOVE WS-COD-PROD-PRECO-SUSP TO WS-FK-COD-PRODUTO.
      *
       P436-FIM.
      *
       P438-BUSCA-ULT-PRECO-COMP.
      *
      *    ULTIMO PRECO DO COMPONENTE ANTERIOR A DATA, EM QUALQUER
      *    MERCADO (A CHAVE AAAAMMDD JA VEM EM ORDEM CRONOLOGICA)
           MOVE ZEROS                  TO WS-VLR-PRECO-ULT-COMP.
           MOVE ZEROS                  TO WS-QTD-COMPRA-ULT-COMP.
           MOVE WS-FK-COD-PRODUTO      TO FK-COD-PRODUTO.
           MOVE LOW-VALUES             TO DATA-PRECO.
           MOVE ZEROS                  TO SEQ-PRECO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF WS-FS-PRC-OK THEN
               PERFORM UNTIL WS-FS-PRC-NAO-EXISTE
                   READ PRC-PRODUTO NEXT RECORD
                       AT END
                           SET WS-FS-PRC-NAO-EXISTE TO TRUE
                       NOT AT END
                           IF FK-COD-PRODUTO NOT EQUAL WS-FK-COD-PRODUTO
                              OR DATA-PRECO NOT LESS WS-DATA-PRECO THEN
                               SET WS-FS-PRC-NAO-EXISTE TO TRUE
                           ELSE
                               MOVE VLR-PRECO
                                       TO WS-VLR-PRECO-ULT-COMP
                               MOVE QTD-COMPRA
                                       TO WS-QTD-COMPRA-ULT-COMP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       P438-FIM.
      *
       P820-DEBITA-VALE.
      *
      *    *========================================================*
      *    * PRECO PAGO COM VALE DEBITA O RAZAO DO VALE (SCMP0904)
      *    * PELO PRECO EFETIVO, COMO NA CARGA (SCMP0300).
      *    *========================================================*
           IF FORMA-PAGTO NOT EQUAL "V" THEN
               GO TO P820-FIM
           END-IF.

           MOVE "L"                    TO WS-LKS-FUNCAO-VALE.
           MOVE "D"                    TO WS-LKS-TIPO-MOV-VALE.
           COMPUTE WS-LKS-DATA-MOV-VALE = WS-ANO-PRECO * 10000
                                        + WS-MES-PRECO * 100
                                        + WS-DIA-PRECO.
           IF VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE VLR-PRECO-EFETIVO  TO WS-LKS-VALOR-VALE
           ELSE
               MOVE VLR-PRECO          TO WS-LKS-VALOR-VALE
           END-IF.
           MOVE WS-FK-COD-PRODUTO      TO WS-LKS-PRODUTO-VALE.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-VALE.
           MOVE "COMPRA PAGA COM VALE - SUSPENSO"
                                       TO WS-LKS-HISTORICO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "DEBITO NAO LANCADO NO RAZAO DO VALE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               IF WS-LKS-SALDO-VALE < ZEROS THEN
                   MOVE "AVISO: COMPRA NO VALE EXCEDE O SALDO DO VALE"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
      *
       P820-FIM.
      *
       P830-REGISTRA-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO REENVIADO COBRADO ACIMA DA ETIQUETA DA GONDOLA
      *    * FICA REGISTRADO COM A DIFERENCA (SCMP0911).
      *    *========================================================*
           IF VLR-PRECO-GONDOLA NOT > ZEROS THEN
               GO TO P830-FIM
           END-IF.

           MOVE "G"                    TO WS-LKS-FUNCAO-COBR.
           MOVE CHAVE-PRECO-PRODUTO    TO WS-LKS-CHAVE-PRECO-COBR.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-COBR.
           MOVE QTD-COMPRA             TO WS-LKS-QTD-COMPRA-COBR.
           MOVE VLR-PRECO              TO WS-LKS-VLR-COBRADO-COBR.
           MOVE VLR-PRECO-GONDOLA      TO WS-LKS-VLR-GONDOLA-COBR.
           MOVE "SCMP0370"             TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 0
                   MOVE "AVISO: PRECO COBRADO ACIMA DA GONDOLA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
               WHEN 1
                   MOVE "ERRO NO REGISTRO DA COBRANCA ACIMA DA GONDOLA"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
           END-EVALUATE.
      *
       P830-FIM.
      *
       P330-REGRAVA-SUSPENSO.
      *
                                      TO FD-QTD-PROMO-PAGUE-SUSP-NOVO.
           MOVE WS-PCT-DESC-PROMO-SUSP
                                      TO FD-PCT-DESC-PROMO-SUSP-NOVO.
           MOVE WS-FORMA-PAGTO-SUSP       TO FD-FORMA-PAGTO-SUSP-NOVO.
           MOVE WS-VLR-TRIBUTOS-SUSP      TO FD-VLR-TRIBUTOS-SUSP-NOVO.
           MOVE WS-RATEIO-SUSP(1)         TO FD-RATEIO-SUSP-NOVO(1).
           MOVE WS-RATEIO-SUSP(2)         TO FD-RATEIO-SUSP-NOVO(2).
           MOVE WS-RATEIO-SUSP(3)         TO FD-RATEIO-SUSP-NOVO(3).
           MOVE WS-ORIGEM-SUSP            TO FD-ORIGEM-SUSP-NOVO.
           MOVE WS-ID-EXECUCAO-SUSP       TO FD-ID-EXECUCAO-SUSP-NOVO.
           MOVE WS-VLR-GONDOLA-SUSP       TO FD-VLR-GONDOLA-SUSP-NOVO.
           MOVE WS-MOTIVO-SUSP            TO FD-MOTIVO-SUSPENSO-NOVO.
      *
           WRITE FD-REGISTRO-SUSPENSO-PRECO-NOVO.
           MOVE "SCMP0370"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0370"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
      *
