      * Mod: 02/09/2026 - antes de gravar, o programa procura um preco
      *      ja lancado com o mesmo produto, data, mercado e valor
      *      (cupom digitado em dobro) e pede confirmacao extra
      * Mod: 15/10/2026 - captura da forma de pagamento (C credito, D
      *      debito, P pix, M dinheiro, V vale-alimentacao/refeicao);
      *      compra paga com vale debita o razao do vale (VALE-MOV, via
      *      SCMP0904), com aviso e confirmacao quando o valor passa do
      *      saldo; na substituicao o debito anterior e estornado
      * Mod: 15/10/2026 - preco digitado grava tributos aproximados
      *      zerados (so a NFC-e os informa); a substituicao mantem os
      *      tributos ja gravados
      * Mod: 15/10/2026 - rateio da compra em ate 3 centros de custo
      *      (centro/percentual), conferido pelo SCMP0906; sem rateio
      *      informado vale o centro padrao do tipo do produto
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - preco gravado, substituido ou enviado a
      *      pendencia leva origem D (digitado) e o identificador da
      *      sessao de digitacao (AAAAMMDDHHMMSSCC da entrada no
      *      programa)
      * Mod: 15/10/2026 - preco de gondola (etiqueta) opcional na
      *      tela; preco gravado ou substituido cobrado acima da
      *      gondola fica registrado em COBRANCA-INDEVIDA (SCMP0911)
      *      e o preco de gondola acompanha a pendencia
      * Mod: 15/10/2026 - codigo de kit/combo (KIT-COMPOSICAO, SCMP0271)
      *      grava um preco por componente, com o valor do kit
      *      rateado pelo ultimo preco unitario de cada um (SCMP0912)
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO E VASILHAME-MOV
      *      passam a ir tambem para o jornal de alteracoes (SCMP0917),
      *      com as imagens antes e depois, para a recuperacao
      *      pos-restauracao (SCMP0084)
      * Mod: 15/10/2026 - o fator de variacao de preco passa a vir do
      *      parametro FATVARPR (SCMP0082), padrao 3
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0310.
           05 WS-VLR-PRECO-EFETIVO             PIC 9(12)V99.
           05 WS-CANAL-COMPRA                  PIC X(01).
           05 WS-VLR-TAXA-ENTREGA              PIC 9(05)V99.
           05 WS-FORMA-PAGTO                   PIC X(01).
           05 WS-RATEIO-TELA                   OCCURS 3 TIMES.
               10 WS-CC-RATEIO-TELA            PIC X(10).
               10 WS-PCT-RATEIO-TELA           PIC 9(03)V99.
           05 WS-VLR-PRECO-GONDOLA             PIC 9(06)V99.
      *
       77 WS-MAIOR-SEQ-PRECO                   PIC 9(02) VALUE ZEROS.
       77 WS-VLR-PRECO-ANTERIOR                PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-PRECO-ANTERIOR              PIC 9(05)V999 VALUE ZEROS.
      *
       01 WS-REG-PRODUTO.
           05 WS-COD-PRODUTO                   PIC X(14).
           88 WS-FS-VAS-NAO-EXISTE             VALUE "35".
      *
       77 WS-MAIOR-SEQ-VASILHAME               PIC 9(08) VALUE ZEROS.
      *
      *    IDENTIFICADOR DA SESSAO DE DIGITACAO (AAAAMMDDHHMMSSCC)
       01 WS-ID-EXECUCAO-SESSAO.
           05 WS-ID-EXECUCAO-DATA              PIC 9(08) VALUE ZEROS.
           05 WS-ID-EXECUCAO-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-ID-EXECUCAO-NUM REDEFINES WS-ID-EXECUCAO-SESSAO
                                               PIC 9(16).
      *
       77 WS-COMPETENCIA-TELA                  PIC 9(06).
       77 WS-MM-PRECO-NUM                      PIC 99.
           88 FLAG-MOEDA-VALIDA                VALUE "S".
       77 WS-VALIDA-PROMO                      PIC X(01) VALUE SPACES.
           88 FLAG-PROMO-VALIDA                VALUE "S".
       77 WS-VALIDA-FORMA-PAGTO                PIC X(01) VALUE SPACES.
           88 FLAG-FORMA-PAGTO-VALIDA          VALUE "S".
       77 WS-VALIDA-RATEIO                     PIC X(01) VALUE SPACES.
           88 FLAG-RATEIO-VALIDO               VALUE "S".
       77 WS-IND-RATEIO                        PIC 9(01) VALUE ZEROS.
      *
      *    RATEIO POR CENTRO DE CUSTO (SCMP0906)
       01 WS-LKS-AREA-RATEIO.
           05 WS-LKS-PRODUTO-RATEIO            PIC X(14).
           05 WS-LKS-ITEM-RATEIO               OCCURS 3 TIMES.
               10 WS-LKS-CC-RATEIO             PIC X(10).
               10 WS-LKS-PCT-RATEIO            PIC 9(03)V99.
           05 WS-LKS-RETORNO-RATEIO            PIC 9(01).
      *
      *    *========================================================*
      *    * RAZAO DO VALE-ALIMENTACAO (SCMP0904) - SALDO PARA O AVISO
      *    * NA DIGITACAO E LANCAMENTO DO DEBITO/ESTORNO DA COMPRA
      *    *========================================================*
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
      *
      *    *========================================================*
      *    * COBRANCA ACIMA DO PRECO DE GONDOLA (SCMP0911)
      *    *========================================================*
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
       77 WS-ED-DIFERENCA-COBR              PIC ZZ.ZZZ.ZZ9,99.
      *
      *    *========================================================*
      *    * KIT/COMBO (SCMP0912) - COMPOSICAO DO KIT E RATEIO DO
      *    * PRECO ENTRE OS COMPONENTES
      *    *========================================================*
       01 WS-LKS-AREA-KIT.
           05 WS-LKS-FUNCAO-KIT                PIC X(01).
           05 WS-LKS-COD-KIT                   PIC X(14).
           05 WS-LKS-VLR-KIT                   PIC 9(12)V99.
           05 WS-LKS-QTDE-COMPS-KIT            PIC 9(02).
           05 WS-LKS-COMPONENTE-KIT            OCCURS 20 TIMES.
               10 WS-LKS-COD-COMP-KIT          PIC X(14).
               10 WS-LKS-QTD-COMP-KIT          PIC 9(05)V999.
               10 WS-LKS-UND-COMP-KIT          PIC X(02).
               10 WS-LKS-VLR-ULT-UNIT-KIT      PIC 9(10)V9999.
               10 WS-LKS-VLR-RATEADO-KIT       PIC 9(12)V99.
           05 WS-LKS-CRITERIO-KIT              PIC X(01).
           05 WS-LKS-RETORNO-KIT               PIC 9(01).
      *
       77 WS-REGISTRO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-KIT                VALUE "S".
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-ED-QTD-COMP-KIT                   PIC Z9.
       77 WS-COD-PRODUTO-KIT                   PIC X(14) VALUE SPACES.
       77 WS-VLR-PRECO-KIT                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-KIT                 PIC 9(05)V999 VALUE ZEROS.
       77 WS-VLR-EFETIVO-KIT                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-VASILHAME-KIT              PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-GRAVADO-KIT                   PIC 9(02) VALUE ZEROS.
      *
       77 WS-VLR-PAGO-VALE                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PAGO-ANTERIOR              PIC 9(12)V99 VALUE ZEROS.
       77 WS-FORMA-PAGTO-ANTERIOR              PIC X(01) VALUE SPACES.
       77 WS-ED-SALDO-VALE                  PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-CONFIRMA-VALE                     PIC X(01) VALUE SPACES.
           88 FLAG-MANTEM-VALE                 VALUE "S" "s".
      *
       77 WS-FATOR-VARIACAO                    PIC 9(02) VALUE 3.
      *
               10  WS-DCR-MES                  PIC 9(002).
               10  WS-DCR-DIA                  PIC 9(002).
           05  WS-DATA-COMPARA-ACHADA          PIC 9(008).
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 08 COL 05 VALUE "Data (DD/MM/AAAA)...: ".
           05 SS-DATA-PRECO-TELA REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-PRECO-TELA.
           05 LINE 08 COL 45 VALUE "Pagto <C/D/P/M/V>: ".
           05 SS-FORMA-PAGTO REVERSE-VIDEO PIC X(01)
                           USING WS-FORMA-PAGTO.
           05 LINE 09 COL 05 VALUE "Quantidade Comprada.: ".
           05 LINE 09 COL 27 REVERSE-VIDEO USING WS-QTD-COMPRA.
           05 LINE 09 COL 45 VALUE "Unidade: ".
           05 LINE 10 COL 45 VALUE "Moeda: ".
           05 SS-COD-MOEDA REVERSE-VIDEO PIC X(03)
                           USING WS-COD-MOEDA.
           05 LINE 10 COL 57 VALUE "Gondola: ".
           05 LINE 10 COL 66 REVERSE-VIDEO USING WS-VLR-PRECO-GONDOLA.
           05 LINE 11 COL 05 VALUE "Preco Promocional...: ".
           05 SS-IND-PROMO REVERSE-VIDEO PIC X(01)
                           USING WS-IND-PROMO.
           05 LINE 13 COL 56 VALUE "Tx Entr: ".
           05 SS-VLR-TAXA-ENTREGA REVERSE-VIDEO PIC 9(05)V99
                           USING WS-VLR-TAXA-ENTREGA.
           05 LINE 14 COL 05 VALUE "Rateio C.Custo/%....: ".
           05 SS-CC-RATEIO-1 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-TELA(1).
           05 SS-PCT-RATEIO-1 REVERSE-VIDEO PIC 9(03)V99
                           USING WS-PCT-RATEIO-TELA(1) COL 38.
           05 SS-CC-RATEIO-2 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-TELA(2) COL 45.
           05 SS-PCT-RATEIO-2 REVERSE-VIDEO PIC 9(03)V99
                           USING WS-PCT-RATEIO-TELA(2) COL 56.
           05 SS-CC-RATEIO-3 REVERSE-VIDEO PIC X(10)
                           USING WS-CC-RATEIO-TELA(3) COL 63.
           05 SS-PCT-RATEIO-3 REVERSE-VIDEO PIC 9(03)V99
                           USING WS-PCT-RATEIO-TELA(3) COL 74.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 16 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 18 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 18 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
           SET WS-FS-PEND-OK           TO  TRUE.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           ACCEPT WS-ID-EXECUCAO-DATA  FROM DATE YYYYMMDD.
           ACCEPT WS-ID-EXECUCAO-HORA  FROM TIME.

           PERFORM P101-LE-PARAMETROS THRU P101-FIM.

           PERFORM P120-ABRE-PRC-PRODUTO THRU P120-FIM.

           PERFORM P130-ABRE-PRODUTO THRU P130-FIM.
           OPEN EXTEND AUDITORIA.
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
       P120-ABRE-PRC-PRODUTO.
      *
               STRING "ERRO NA ABERTURA DO ARQUIVO PRC-PRODUTO FS: "
                       WS-FS-PRC-PRODUTO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               PERFORM P900-FIM
           END-IF.
      *
               STRING "ERRO NA ABERTURA DO ARQUIVO PRODUTO FS: "
                       WS-FS-PRODUTO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               PERFORM P900-FIM
           END-IF.
      *
               STRING "ERRO NA ABERTURA DO ARQUIVO MERCADO FS: "
                       WS-FS-MERCADO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               PERFORM P900-FIM
           END-IF.
      *
               STRING "ERRO NA ABERTURA DO ARQUIVO FORNECEDOR FS: "
                       WS-FS-FORNECEDOR    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               PERFORM P900-FIM
           END-IF.
      *
           MOVE ZEROS              TO WS-VLR-PRECO-EFETIVO.
           MOVE "L"                TO WS-CANAL-COMPRA.
           MOVE ZEROS              TO WS-VLR-TAXA-ENTREGA.
           MOVE SPACES             TO WS-FORMA-PAGTO.
           MOVE ZEROS              TO WS-VLR-PRECO-GONDOLA.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE SPACES         TO WS-CC-RATEIO-TELA(WS-IND-RATEIO)
               MOVE ZEROS          TO WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
           END-PERFORM.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

      *    PADROES DO OPERADOR (SCMP0855) PREENCHEM A TELA, SEMPRE
                                       PERFORM P445-VALIDA-MOEDA
                                                   THRU P445-FIM
                                       IF FLAG-MOEDA-VALIDA THEN
                                           PERFORM
                                               P451-VALIDA-FORMA-PAGTO
                                                   THRU P451-FIM
                                       END-IF
                                       IF FLAG-MOEDA-VALIDA
                                          AND FLAG-FORMA-PAGTO-VALIDA
                                                                   THEN
                                           PERFORM
                                               P454-VALIDA-RATEIO
                                                   THRU P454-FIM
                                       END-IF
                                       IF FLAG-MOEDA-VALIDA
                                          AND FLAG-FORMA-PAGTO-VALIDA
                                          AND FLAG-RATEIO-VALIDO
                                                                   THEN
                                           PERFORM
                                               P447-VALIDA-FAMILIA-UND
                                                   THRU P447-FIM
                                           PERFORM
                                               P444-COMPARA-MERCADOS
                                                   THRU P444-FIM
                                          IF FLAG-SEGUE-GRAVACAO THEN
                                           PERFORM
                                               P452-VERIFICA-SALDO-VALE
                                                   THRU P452-FIM
                                          END-IF
                                          IF FLAG-SEGUE-GRAVACAO THEN
                                           PERFORM
                                               P320-GRAVA-PRECO-PRODUTO
           MOVE WS-COD-MERCADO             TO WS-FK-COD-MERCADO
           MOVE WS-COD-FORNECEDOR          TO WS-FK-COD-FORNECEDOR

           PERFORM P321-MONTA-REGISTRO THRU P321-FIM

           PERFORM P335-VALIDA-FECHAMENTO THRU P335-FIM

      *    KIT/COMBO: O PRECO E GRAVADO NOS COMPONENTES (P322)
           IF FLAG-COMPETENCIA-ABERTA AND FLAG-REGISTRO-KIT THEN
               PERFORM P322-GRAVA-KIT THRU P322-FIM
               GO TO P320-FIM
           END-IF

           IF FLAG-COMPETENCIA-ABERTA THEN
               WRITE   REG-PRECO-PRODUTO

                   MOVE "PRECO DE PRODUTO CADATRADO OK"
                                               TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
                   MOVE SPACES              TO AUD-VALOR-ANTERIOR
                   MOVE WS-VLR-PRECO        TO AUD-VALOR-NOVO
                   MOVE WS-COD-PRODUTO      TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   PERFORM P810-DEPOSITO-VASILHAME THRU P810-FIM
                   MOVE SPACES         TO WS-FORMA-PAGTO-ANTERIOR
                   PERFORM P820-MOVIMENTA-VALE THRU P820-FIM
                   IF VLR-PRECO-GONDOLA > ZEROS THEN
                       PERFORM P830-REGISTRA-COBRANCA THRU P830-FIM
                   END-IF
               ELSE
                   IF WS-FS-PRC-PRODUTO = "22" THEN
                       PERFORM P330-SUBSTITUI-PRECO THRU P330-FIM
                       STRING "ERRO NA GRAVACAO DO ARQUIVO - FS: "
                       WS-FS-PRC-PRODUTO       INTO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                   END-IF
               END-IF
           END-IF.
      *
       P320-FIM.
      *
       P321-MONTA-REGISTRO.
      *
           MOVE WS-FK-COD-PRODUTO          TO FK-COD-PRODUTO
           MOVE WS-DIA-PRECO               TO DIA-PRECO
           MOVE WS-MES-PRECO               TO MES-PRECO
           MOVE WS-ANO-PRECO               TO ANO-PRECO
           MOVE WS-SEQ-PRECO               TO SEQ-PRECO
           MOVE WS-VLR-PRECO               TO VLR-PRECO
           MOVE WS-FK-COD-MERCADO          TO FK-COD-MERCADO
           MOVE WS-QTD-COMPRA              TO QTD-COMPRA
           MOVE WS-UND-MEDIDA              TO UND-MEDIDA
           MOVE WS-COD-MOEDA               TO COD-MOEDA
           MOVE WS-FK-COD-FORNECEDOR       TO FK-COD-FORNECEDOR
           MOVE WS-IND-PROMO               TO IND-PROMO
           MOVE WS-VLR-VASILHAME           TO VLR-VASILHAME
           MOVE WS-IND-DISPONIVEL          TO IND-DISPONIVEL
           MOVE WS-TIPO-PROMO              TO TIPO-PROMO
           MOVE WS-QTD-PROMO-LEVE          TO QTD-PROMO-LEVE
           MOVE WS-QTD-PROMO-PAGUE         TO QTD-PROMO-PAGUE
           MOVE WS-PCT-DESCONTO-PROMO      TO PCT-DESCONTO-PROMO
           MOVE WS-VLR-PRECO-EFETIVO       TO VLR-PRECO-EFETIVO
           MOVE WS-CANAL-COMPRA            TO CANAL-COMPRA
           MOVE WS-VLR-TAXA-ENTREGA        TO VLR-TAXA-ENTREGA
           MOVE WS-FORMA-PAGTO             TO FORMA-PAGTO
           MOVE ZEROS                      TO VLR-TRIBUTOS
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-CC-RATEIO-TELA(WS-IND-RATEIO)
                               TO FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
               MOVE WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
                               TO PCT-RATEIO-CUSTO(WS-IND-RATEIO)
           END-PERFORM
           MOVE "D"                        TO ORIGEM-CAPTURA
           MOVE WS-ID-EXECUCAO-NUM         TO ID-EXECUCAO-CAPTURA
           MOVE ZEROS                      TO QTD-CORRECOES
           MOVE WS-VLR-PRECO-GONDOLA       TO VLR-PRECO-GONDOLA.
      *
       P321-FIM.
      *
       P322-GRAVA-KIT.
      *
      *    *========================================================*
      *    * KIT/COMBO: O VALOR PAGO PELO KIT E RATEADO ENTRE OS
      *    * COMPONENTES PELO ULTIMO PRECO UNITARIO DE CADA UM
      *    * ANTERIOR A DATA INFORMADA (SCMP0912; SEM PRECO
      *    * CONHECIDO O RATEIO E PELA QUANTIDADE) E CADA COMPONENTE
      *    * GANHA O SEU PROPRIO PRECO, COM A QUANTIDADE DIGITADA
      *    * MULTIPLICADA PELA DA COMPOSICAO. O PRECO EFETIVO SEGUE A
      *    * MESMA PROPORCAO, O VASILHAME FICA NO PRIMEIRO COMPONENTE
      *    * E A GONDOLA, QUE E DO KIT, NAO E CONFERIDA.
      *    *========================================================*
           MOVE WS-COD-PRODUTO         TO WS-COD-PRODUTO-KIT.
           MOVE WS-VLR-PRECO           TO WS-VLR-PRECO-KIT.
           MOVE WS-QTD-COMPRA          TO WS-QTD-COMPRA-KIT.
           MOVE WS-VLR-PRECO-EFETIVO   TO WS-VLR-EFETIVO-KIT.
           MOVE WS-VLR-VASILHAME       TO WS-VLR-VASILHAME-KIT.
           MOVE ZEROS                  TO WS-QTD-GRAVADO-KIT.

           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               PERFORM P436-BUSCA-PRECO-ANTERIOR THRU P436-FIM
               IF WS-QTD-PRECO-ANTERIOR > ZEROS
                   COMPUTE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                       ROUNDED = WS-VLR-PRECO-ANTERIOR
                               / WS-QTD-PRECO-ANTERIOR
               ELSE
                   MOVE WS-VLR-PRECO-ANTERIOR
                       TO WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
               END-IF
           END-PERFORM.

           MOVE "R"                    TO WS-LKS-FUNCAO-KIT.
           MOVE WS-VLR-PRECO-KIT       TO WS-LKS-VLR-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           MOVE ZEROS                  TO WS-VLR-PRECO-GONDOLA.
           MOVE "00"                   TO WS-FS-PRC-PRODUTO.

           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                      OR NOT WS-FS-PRC-PROD-OK
      *        O CODIGO DO COMPONENTE VALE PARA A AUDITORIA, O
      *        VASILHAME E O RAZAO DO VALE
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-COD-PRODUTO
               MOVE WS-COD-PRODUTO     TO WS-FK-COD-PRODUTO
               PERFORM P415-PROXIMA-SEQ-PRECO THRU P415-FIM
               ADD 1 TO WS-MAIOR-SEQ-PRECO GIVING WS-SEQ-PRECO
               MOVE WS-LKS-VLR-RATEADO-KIT(WS-IND-COMP-KIT)
                                       TO WS-VLR-PRECO
               COMPUTE WS-QTD-COMPRA ROUNDED = WS-QTD-COMPRA-KIT
                   * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
               MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-UND-MEDIDA
               IF WS-VLR-PRECO-KIT > ZEROS
                   COMPUTE WS-VLR-PRECO-EFETIVO ROUNDED =
                       WS-VLR-EFETIVO-KIT * WS-VLR-PRECO
                                          / WS-VLR-PRECO-KIT
               ELSE
                   MOVE ZEROS          TO WS-VLR-PRECO-EFETIVO
               END-IF
               IF WS-IND-COMP-KIT EQUAL 1
                   MOVE WS-VLR-VASILHAME-KIT TO WS-VLR-VASILHAME
               ELSE
                   MOVE ZEROS          TO WS-VLR-VASILHAME
               END-IF
               PERFORM P321-MONTA-REGISTRO THRU P321-FIM
               WRITE   REG-PRECO-PRODUTO
               IF WS-FS-PRC-PROD-OK
                   ADD 1               TO WS-QTD-GRAVADO-KIT
                   MOVE SPACES         TO AUD-VALOR-ANTERIOR
                   MOVE WS-VLR-PRECO   TO AUD-VALOR-NOVO
                   MOVE WS-COD-PRODUTO TO AUD-CHAVE
                   MOVE "I"            TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   PERFORM P810-DEPOSITO-VASILHAME THRU P810-FIM
                   MOVE SPACES         TO WS-FORMA-PAGTO-ANTERIOR
                   PERFORM P820-MOVIMENTA-VALE THRU P820-FIM
               END-IF
           END-PERFORM.

           MOVE WS-COD-PRODUTO-KIT     TO WS-COD-PRODUTO.
           MOVE WS-QTD-GRAVADO-KIT     TO WS-ED-QTD-COMP-KIT.
           MOVE SPACES                 TO WS-MENSAGEM.

           IF WS-FS-PRC-PROD-OK THEN
               STRING "KIT GRAVADO EM " WS-ED-QTD-COMP-KIT
                      " COMPONENTES"   DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
           ELSE
               STRING "ERRO NA GRAVACAO DO KIT APOS " WS-ED-QTD-COMP-KIT
                      " COMPONENTES - FS: " WS-FS-PRC-PRODUTO
                                       DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
           END-IF.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P322-FIM.
      *
       P330-SUBSTITUI-PRECO.
      *
                   KEY IS CHAVE-PRECO-PRODUTO
                   INVALID KEY
                       MOVE ZEROS               TO WS-VLR-PRECO-ANTERIOR
                       MOVE SPACES         TO WS-FORMA-PAGTO-ANTERIOR
                       MOVE ZEROS          TO WS-VLR-PAGO-ANTERIOR
                   NOT INVALID KEY
                       MOVE VLR-PRECO           TO WS-VLR-PRECO-ANTERIOR
                       MOVE FORMA-PAGTO    TO WS-FORMA-PAGTO-ANTERIOR
                       IF VLR-PRECO-EFETIVO > ZEROS
                           MOVE VLR-PRECO-EFETIVO
                                           TO WS-VLR-PAGO-ANTERIOR
                       ELSE
                           MOVE VLR-PRECO  TO WS-VLR-PAGO-ANTERIOR
                       END-IF
               END-READ

               MOVE WS-COD-MERCADO             TO FK-COD-MERCADO
               MOVE WS-VLR-PRECO-EFETIVO       TO VLR-PRECO-EFETIVO
               MOVE WS-CANAL-COMPRA            TO CANAL-COMPRA
               MOVE WS-VLR-TAXA-ENTREGA        TO VLR-TAXA-ENTREGA
               MOVE WS-FORMA-PAGTO             TO FORMA-PAGTO
               PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                       UNTIL WS-IND-RATEIO > 3
                   MOVE WS-CC-RATEIO-TELA(WS-IND-RATEIO)
                               TO FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
                   MOVE WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
                               TO PCT-RATEIO-CUSTO(WS-IND-RATEIO)
               END-PERFORM
               MOVE "D"                        TO ORIGEM-CAPTURA
               MOVE WS-ID-EXECUCAO-NUM         TO ID-EXECUCAO-CAPTURA
               MOVE WS-VLR-PRECO-GONDOLA       TO VLR-PRECO-GONDOLA

               PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM
               REWRITE REG-PRECO-PRODUTO

               IF WS-FS-PRC-PROD-OK THEN
                   MOVE "PRECO DE PRODUTO SUBSTITUIDO OK"
                                               TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
                   MOVE WS-VLR-PRECO-ANTERIOR TO AUD-VALOR-ANTERIOR
                   MOVE VLR-PRECO             TO AUD-VALOR-NOVO
                   MOVE WS-COD-PRODUTO        TO AUD-CHAVE
                   MOVE "A"                   TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
                   MOVE "A"                 TO JOR-OPERACAO
                   MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   PERFORM P810-DEPOSITO-VASILHAME THRU P810-FIM
                   PERFORM P820-MOVIMENTA-VALE THRU P820-FIM
                   PERFORM P830-REGISTRA-COBRANCA THRU P830-FIM
               ELSE
                   STRING "ERRO NA SUBSTITUICAO DO PRECO - FS: "
                   WS-FS-PRC-PRODUTO           INTO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
                       MOVE "COMPETENCIA FECHADA - INVALIDA"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                    END-IF
           END-READ.
           MOVE "SCMP0310"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
               MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-VAS

               WRITE REG-VASILHAME-MOV
               IF WS-FS-VAS-OK THEN
                   MOVE "VASILHAME-MOV"     TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-VASILHAME-MOV   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               END-IF
           END-IF.
      *
       P810-FIM.
           END-IF.
      *
       P815-FIM.
      *
       P820-MOVIMENTA-VALE.
      *
      *    *========================================================*
      *    * COMPRA PAGA COM VALE DEBITA O RAZAO DO VALE (SCMP0904).
      *    * NA SUBSTITUICAO DE UM PRECO QUE JA TINHA SIDO PAGO COM
      *    * VALE, O DEBITO ANTERIOR E ESTORNADO ANTES DO NOVO.
      *    *========================================================*
           IF WS-FORMA-PAGTO-ANTERIOR EQUAL "V"
              AND WS-VLR-PAGO-ANTERIOR > ZEROS THEN
               MOVE "E"                TO WS-LKS-TIPO-MOV-VALE
               MOVE WS-VLR-PAGO-ANTERIOR   TO WS-LKS-VALOR-VALE
               MOVE "ESTORNO - PRECO SUBSTITUIDO"
                                       TO WS-LKS-HISTORICO-VALE
               PERFORM P825-LANCA-VALE THRU P825-FIM
           END-IF.

           IF WS-FORMA-PAGTO EQUAL "V" THEN
               PERFORM P453-CALCULA-VLR-PAGO THRU P453-FIM
               MOVE "D"                TO WS-LKS-TIPO-MOV-VALE
               MOVE WS-VLR-PAGO-VALE   TO WS-LKS-VALOR-VALE
               MOVE "COMPRA PAGA COM VALE"
                                       TO WS-LKS-HISTORICO-VALE
               PERFORM P825-LANCA-VALE THRU P825-FIM
           END-IF.
      *
       P820-FIM.
      *
       P825-LANCA-VALE.
      *
           MOVE "L"                    TO WS-LKS-FUNCAO-VALE.
           COMPUTE WS-LKS-DATA-MOV-VALE = WS-ANO-PRECO * 10000
                                        + WS-MES-PRECO * 100
                                        + WS-DIA-PRECO.
           MOVE WS-COD-PRODUTO         TO WS-LKS-PRODUTO-VALE.
           MOVE WS-COD-MERCADO         TO WS-LKS-MERCADO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ERRO NO LANCAMENTO DO RAZAO DO VALE (VALE-MOV)"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P825-FIM.
      *
       P830-REGISTRA-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO COBRADO ACIMA DA ETIQUETA DA GONDOLA FICA
      *    * REGISTRADO COM A DIFERENCA (SCMP0911). NA SUBSTITUICAO
      *    * O EVENTO DO PRECO ANTERIOR E ATUALIZADO OU REMOVIDO.
      *    *========================================================*
           MOVE "G"                    TO WS-LKS-FUNCAO-COBR.
           MOVE CHAVE-PRECO-PRODUTO    TO WS-LKS-CHAVE-PRECO-COBR.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-COBR.
           MOVE QTD-COMPRA             TO WS-LKS-QTD-COMPRA-COBR.
           MOVE VLR-PRECO              TO WS-LKS-VLR-COBRADO-COBR.
           MOVE VLR-PRECO-GONDOLA      TO WS-LKS-VLR-GONDOLA-COBR.
           MOVE "SCMP0310"             TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 0
                   MOVE WS-LKS-DIFERENCA-COBR TO WS-ED-DIFERENCA-COBR
                   MOVE SPACES          TO WS-MENSAGEM
                   STRING "COBRADO ACIMA DA GONDOLA EM R$ "
                          WS-ED-DIFERENCA-COBR
                                        DELIMITED BY SIZE
                                        INTO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
               WHEN 1
                   MOVE "ERRO NO REGISTRO DA COBRANCA ACIMA DA GONDOLA"
                                        TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
           END-EVALUATE.
      *
       P830-FIM.
      *
       P449-VERIFICA-DUPLICATA.
      *
           END-IF.

           DISPLAY "PRECO IDENTICO JA LANCADO NESTA DATA/MERCADO"
                                                    AT 1805.
           MOVE SPACES                 TO WS-CONFIRMA-DUPLICATA.
           DISPLAY "GRAVA MESMO ASSIM <S/N>? "      AT 1852.
           ACCEPT WS-CONFIRMA-DUPLICATA             AT 1878.
           DISPLAY SS-LIMPA-MENSAGEM.

           IF NOT FLAG-MANTEM-DUPLICATA THEN

           DISPLAY "UNIDADE " WS-UND-MEDIDA
                   " DESTOA DO HISTORICO ("
                   WS-UND-MEDIDA-ANTERIOR ")"       AT 1905.
           MOVE SPACES                 TO WS-CONFIRMA-FAMILIA.
           DISPLAY "CONFIRMA A UNIDADE <S/N>? "     AT 2005.
           ACCEPT WS-CONFIRMA-FAMILIA               AT 2032.

           IF NOT FLAG-MANTEM-FAMILIA THEN
               MOVE "N"                TO WS-FAMILIA-UND

           DISPLAY "MELHOR PRECO: " WS-ED-MELHOR-CMP
                   " EM " WS-MELHOR-MERCADO-CMP
                   "  MEDIA: " WS-ED-MEDIA-CMP      AT 2005.

           IF WS-VLR-UNIT-TELA > WS-MELHOR-VLR-CMP THEN
               COMPUTE WS-PCT-ACIMA-CMP ROUNDED =
                   / WS-MELHOR-VLR-CMP
               MOVE WS-PCT-ACIMA-CMP   TO WS-ED-PCT-CMP
               DISPLAY "VOCE ESTA PAGANDO " WS-ED-PCT-CMP
                       "% ACIMA DO MELHOR PRECO"    AT 2105
               MOVE SPACES             TO WS-CONFIRMA-CMP
               DISPLAY "GRAVA MESMO ASSIM <S/N>? "  AT 2205
               ACCEPT WS-CONFIRMA-CMP               AT 2232
               IF NOT FLAG-MANTEM-PRECO-CMP THEN
                   MOVE "N"            TO WS-SEGUE-GRAVACAO
               END-IF
           ELSE
               DISPLAY "VALOR DENTRO DO MELHOR PRECO CONHECIDO"
                                                    AT 2105
               ACCEPT WS-PROMPT                     AT 2160
           END-IF.
      *
       P444-FIM.

           PERFORM P413-TRADUZ-ALIAS THRU P413-FIM.

      *    *========================================================*
      *    * CODIGO DE KIT/COMBO (SCMP0271) NAO PRECISA ESTAR NO
      *    * CADASTRO DE PRODUTOS - O PRECO VAI PARA OS COMPONENTES
      *    *========================================================*
           MOVE "N"                        TO WS-REGISTRO-KIT.
           MOVE "C"                        TO WS-LKS-FUNCAO-KIT.
           MOVE WS-COD-PRODUTO             TO WS-LKS-COD-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           IF WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               SET FLAG-REGISTRO-KIT       TO TRUE
               SET FLAG-PRODUTO-VALIDO     TO TRUE
               MOVE WS-LKS-QTDE-COMPS-KIT  TO WS-ED-QTD-COMP-KIT
               DISPLAY "KIT/COMBO COM " WS-ED-QTD-COMP-KIT
                       " COMPONENTES"                      AT 0642
               GO TO P410-FIM
           END-IF.

           MOVE WS-COD-PRODUTO             TO COD-PRODUTO.

           READ PRODUTO INTO WS-REG-PRODUTO
                       MOVE "CODIGO DE PRODUTO NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-PRODUTO-VALIDO TO TRUE
                                   TO WS-QTD-EMBALAGEM-ALIAS
                       END-IF
                       DISPLAY "ALIAS: EMBALAGEM COM "
                               QTD-EMBALAGEM " UNIDADES"   AT 2305
           END-READ.

      *    A QUANTIDADE VIRA UNIDADES JA AQUI, PARA O COMPARATIVO
                       MOVE "CODIGO DE MERCADO NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-MERCADO-VALIDO TO TRUE
                           MOVE "CODIGO DE FORNECEDOR NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1801
                           DISPLAY SS-LIMPA-MENSAGEM
                       NOT INVALID KEY
                           SET FLAG-FORNECEDOR-VALIDO TO TRUE
           IF WS-AAAA-PRECO-TELA       NOT NUMERIC THEN
               MOVE "ANO INVALIDO"             TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               IF WS-MM-PRECO-TELA     NOT NUMERIC THEN
                   MOVE "MES INVALIDO"             TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   IF WS-DD-PRECO-TELA NOT NUMERIC THEN
                       MOVE "DIA INVALIDO"             TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                   ELSE
                       MOVE WS-DATA-PRECO-TELA         TO WS-LKS-DATA
                           WHEN    1
                               MOVE "DATA INVALIDA"    TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 1801
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN    2
                               MOVE "DATA INVALIDA"    TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 1801
                               DISPLAY SS-LIMPA-MENSAGEM
                           WHEN    3
                               MOVE "DATA DO PRECO NO FUTURO"
                                                       TO WS-MENSAGEM
                               DISPLAY SS-LINHA-DE-MENSAGEM
                               ACCEPT WS-PROMPT AT 1801
                               DISPLAY SS-LIMPA-MENSAGEM
                       END-EVALUATE
                   END-IF
           IF WS-VLR-PRECO <= ZERO THEN
               MOVE "VALOR DO PRODUTO INVALIDO"        TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               PERFORM P435-VERIFICA-VARIACAO-PRECO THRU P435-FIM
               MOVE "VARIACAO SUSPEITA. ENVIADO P/ APROVACAO."
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               SET FLAG-VALOR-PRECO-VALIDO     TO TRUE
           MOVE "SCMP0310"             TO PROGRAMA-ORIGEM-PEND.
           MOVE WS-CANAL-COMPRA        TO CANAL-COMPRA-PEND.
           MOVE WS-VLR-TAXA-ENTREGA    TO VLR-TAXA-ENTREGA-PEND.
           MOVE WS-FORMA-PAGTO         TO FORMA-PAGTO-PEND.
           MOVE ZEROS                  TO VLR-TRIBUTOS-PEND.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-CC-RATEIO-TELA(WS-IND-RATEIO)
                           TO FK-COD-CENTRO-CUSTO-PEND(WS-IND-RATEIO)
               MOVE WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
                           TO PCT-RATEIO-CUSTO-PEND(WS-IND-RATEIO)
           END-PERFORM.
           MOVE "D"                    TO ORIGEM-CAPTURA-PEND.
           MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-CAPTURA-PEND.
           MOVE WS-VLR-PRECO-GONDOLA   TO VLR-PRECO-GONDOLA-PEND.

      *    O SCAN DE SEQUENCIA (P437) DEIXA NO BUFFER O ULTIMO
      *    REGISTRO LIDO - INCLUSIVE REJEITADOS, QUE FICAM NO
      *    * COM DATA ANTERIOR A DATA SENDO INFORMADA NA TELA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-VLR-PRECO-ANTERIOR.
           MOVE ZEROS                  TO WS-QTD-PRECO-ANTERIOR.
           MOVE ZEROS                  TO WS-DATA-COMPARA-ACHADA.
           MOVE WS-ANO-PRECO           TO WS-DCA-ANO.
           MOVE WS-MES-PRECO           TO WS-DCA-MES.
                                           TO WS-DATA-COMPARA-ACHADA
                                   MOVE VLR-PRECO
                                           TO WS-VLR-PRECO-ANTERIOR
                                   MOVE QTD-COMPRA
                                           TO WS-QTD-PRECO-ANTERIOR
                               END-IF
                   END-READ
               END-PERFORM
           IF WS-QTD-COMPRA <= ZERO THEN
               MOVE "QUANTIDADE COMPRADA INVALIDA"  TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               IF WS-UND-MEDIDA EQUAL SPACES THEN
                   MOVE "UNIDADE DE MEDIDA EM BRANCO"    TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   SET FLAG-QTD-UND-VALIDO     TO TRUE
           ELSE
               MOVE "CODIGO DE MOEDA INVALIDO"    TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P445-FIM.
      *
       P451-VALIDA-FORMA-PAGTO.
      *
      *    *========================================================*
      *    * FORMA DE PAGAMENTO: C CREDITO, D DEBITO, P PIX, M
      *    * DINHEIRO OU V VALE-ALIMENTACAO/REFEICAO.
      *    *========================================================*
           MOVE SPACES                     TO WS-VALIDA-FORMA-PAGTO.

           INSPECT WS-FORMA-PAGTO CONVERTING "cdpmv" TO "CDPMV".

           IF WS-FORMA-PAGTO EQUAL "C" OR "D" OR "P" OR "M" OR "V" THEN
               SET FLAG-FORMA-PAGTO-VALIDA TO TRUE
           ELSE
               MOVE "FORMA DE PAGAMENTO INVALIDA (C/D/P/M/V)"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P451-FIM.
      *
       P452-VERIFICA-SALDO-VALE.
      *
      *    *========================================================*
      *    * COMPRA PAGA COM VALE ACIMA DO SALDO DO RAZAO DO VALE -
      *    * AVISA E PEDE CONFIRMACAO ANTES DE GRAVAR.
      *    *========================================================*
           IF WS-FORMA-PAGTO NOT EQUAL "V" THEN
               GO TO P452-FIM
           END-IF.

           PERFORM P453-CALCULA-VLR-PAGO THRU P453-FIM.

           MOVE "S"                    TO WS-LKS-FUNCAO-VALE.
           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO
              OR WS-VLR-PAGO-VALE NOT > WS-LKS-SALDO-VALE THEN
               GO TO P452-FIM
           END-IF.

           MOVE WS-LKS-SALDO-VALE      TO WS-ED-SALDO-VALE.
           DISPLAY "COMPRA EXCEDE O SALDO DO VALE: "
                   WS-ED-SALDO-VALE                 AT 2305.
           MOVE SPACES                 TO WS-CONFIRMA-VALE.
           DISPLAY "GRAVA MESMO ASSIM <S/N>? "      AT 2405.
           ACCEPT WS-CONFIRMA-VALE                  AT 2432.

           IF NOT FLAG-MANTEM-VALE THEN
               MOVE "N"                TO WS-SEGUE-GRAVACAO
           END-IF.
      *
       P452-FIM.
      *
       P453-CALCULA-VLR-PAGO.
      *
      *    O VALOR PAGO E O PRECO EFETIVO (PROMOCAO COM MECANICA)
      *    OU, NA FALTA DELE, O PROPRIO PRECO
           IF WS-VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE WS-VLR-PRECO-EFETIVO   TO WS-VLR-PAGO-VALE
           ELSE
               MOVE WS-VLR-PRECO           TO WS-VLR-PAGO-VALE
           END-IF.
      *
       P453-FIM.
      *
       P454-VALIDA-RATEIO.
      *
      *    *========================================================*
      *    * RATEIO DA COMPRA ENTRE CENTROS DE CUSTO - CONFERIDO PELO
      *    * SCMP0906, QUE DEVOLVE O CENTRO PADRAO DO TIPO QUANDO NADA
      *    * E INFORMADO. O RATEIO DEVOLVIDO E O QUE SERA GRAVADO.
      *    *========================================================*
           MOVE SPACES                     TO WS-VALIDA-RATEIO.
      *
           MOVE WS-COD-PRODUTO             TO WS-LKS-PRODUTO-RATEIO.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-CC-RATEIO-TELA(WS-IND-RATEIO)
                               TO WS-LKS-CC-RATEIO(WS-IND-RATEIO)
               MOVE WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
                               TO WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
           END-PERFORM.
      *
           CALL "SCMP0906" USING WS-LKS-AREA-RATEIO.
      *
           EVALUATE WS-LKS-RETORNO-RATEIO
               WHEN 0
                   SET FLAG-RATEIO-VALIDO  TO TRUE
                   PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                           UNTIL WS-IND-RATEIO > 3
                       MOVE WS-LKS-CC-RATEIO(WS-IND-RATEIO)
                               TO WS-CC-RATEIO-TELA(WS-IND-RATEIO)
                       MOVE WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
                               TO WS-PCT-RATEIO-TELA(WS-IND-RATEIO)
                   END-PERFORM
               WHEN 1
                   MOVE "CENTRO DE CUSTO DO RATEIO NAO CADASTRADO"
                                           TO WS-MENSAGEM
               WHEN 2
                   MOVE "RATEIO DE CENTRO DE CUSTO NAO SOMA 100%"
                                           TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "RATEIO DE CENTRO DE CUSTO INVALIDO"
                                           TO WS-MENSAGEM
           END-EVALUATE.
      *
           IF NOT FLAG-RATEIO-VALIDO THEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P454-FIM.
      *
       P446-VALIDA-PROMO.
      *
               MOVE "MECANICA EXIGE PRECO PROMOCIONAL = S"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               EVALUATE WS-TIPO-PROMO
                           MOVE "MECANICA LEVE/PAGUE INVALIDA"
                                               TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1801
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "D"
                           MOVE "PERCENTUAL DE DESCONTO INVALIDO"
                                               TO WS-MENSAGEM
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1801
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN OTHER
           END-IF.
      *
       P446-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0310"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PRC-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS.
      *
           READ PRC-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PRECO-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PRECO-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   PRODUTO
