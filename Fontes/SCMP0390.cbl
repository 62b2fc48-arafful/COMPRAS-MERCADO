      *      aprovador julgar o pendente com contexto
      * Mod: 02/09/2026 - o canal da compra e a taxa de entrega agora
      *      viajam no registro pendente e sao repassados na aprovacao
      * Mod: 15/10/2026 - repassa a forma de pagamento do pendente;
      *      preco aprovado pago com vale debita o razao do vale
      *      (VALE-MOV, via SCMP0904)
      * Mod: 15/10/2026 - repassa os tributos aproximados do pendente
      *      (Lei 12.741, vindos da NFC-e) para o preco aprovado
      * Mod: 15/10/2026 - repassa o rateio por centro de custo do
      *      pendente para o preco aprovado
      * Mod: 15/10/2026 - cada aprovacao grava tambem um registro de
      *      decisao (operacao P) com o solicitante, para a analise de
      *      segregacao de funcoes (SCMP0445)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - preco aprovado leva a origem e o
      *      identificador de execucao da pendencia; pendencias
      *      gravadas antes disso tem a origem deduzida do programa
      * Mod: 15/10/2026 - repassa o preco de gondola do pendente; preco
      *      aprovado cobrado acima da gondola fica registrado em
      *      COBRANCA-INDEVIDA (SCMP0911)
      * Mod: 15/10/2026 - aprovar ou rejeitar passa a exigir
      *      administrador ou substituto com delegacao vigente para a
      *      fila (SCMP0916); a decisao por delegacao fica indicada
      *      no AUDITORIA.LOG
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO E VASILHAME-MOV
      *      passam a ir tambem para o jornal de alteracoes (SCMP0917),
      *      com as imagens antes e depois, para a recuperacao
      *      pos-restauracao (SCMP0084)
      * Mod: 15/10/2026 - pendente de um codigo de kit/combo (SCMP0912)
      *      e aprovado nos componentes, com o valor rateado pelo ultimo
      *      preco unitario de cada um, como na carga (SCMP0300)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0390.
               10 WS-SEQ-PRECO                 PIC 9(02).
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
       77 WS-GRAVANDO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-GRAVANDO-KIT                VALUE "S".
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-GRAVADOS                      PIC 9(02) VALUE ZEROS.
       77 WS-VLR-PRECO-COMP                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-COMP                PIC 9(07)V999 VALUE ZEROS.
       77 WS-UND-MEDIDA-COMP                   PIC X(02) VALUE SPACES.
       77 WS-VLR-EFETIVO-COMP                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-TRIBUTOS-COMP               PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-VASILHAME-COMP              PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PRECO-ANTERIOR              PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-PRECO-ANTERIOR             PIC 9(07)V999 VALUE ZEROS.
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
       77 WS-FS-PRC-PENDENTE                   PIC X(02).
           88 WS-FS-PEND-OK                    VALUE "00".
           88 FLAG-SAIR                        VALUE "Q".
      *
       77 WS-MOTIVO-REJEICAO                    PIC X(50) VALUE SPACES.
      *
       01 WS-AUTORIZACAO.
           05 WS-AUT-COD-OPERADOR              PIC X(08).
           05 WS-AUT-FILA                      PIC X(02) VALUE "PR".
           05 WS-AUT-COD-DELEGANTE             PIC X(08).
           05 WS-AUT-SEQ-DELEGACAO             PIC 9(04).
           05 WS-AUT-RETORNO                   PIC 9(01).
               88 FLAG-AUT-ADMINISTRADOR       VALUE 0.
               88 FLAG-AUT-DELEGACAO           VALUE 1.
               88 FLAG-AUT-ERRO-OPERADOR       VALUE 4.
      *
       77 WS-AUT-POSICAO                       PIC 9(02) VALUE ZEROS.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           DISPLAY SS-INPUT-SCREEN.
           PERFORM P444-COMPARA-MERCADOS THRU P444-FIM.
           ACCEPT  SS-INPUT-SCREEN.
      *
           IF FLAG-APROVAR OR FLAG-REJEITAR THEN
               PERFORM P315-VERIFICA-AUTORIZACAO THRU P315-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN FLAG-APROVAR
           END-EVALUATE.
      *
       P310-FIM.
      *
       P315-VERIFICA-AUTORIZACAO.
      *
      *    *========================================================*
      *    * SO DECIDE A FILA O ADMINISTRADOR OU O SUBSTITUTO COM
      *    * DELEGACAO VIGENTE PARA ELA (SCMP0916); SEM AUTORIZACAO
      *    * O REGISTRO CONTINUA PENDENTE.
      *    *========================================================*
           MOVE LK-OPERADOR-ID         TO WS-AUT-COD-OPERADOR.
           CALL "SCMP0916" USING WS-AUTORIZACAO.
      *
           IF FLAG-AUT-ADMINISTRADOR OR FLAG-AUT-DELEGACAO THEN
               GO TO P315-FIM
           END-IF.
      *
           IF FLAG-AUT-ERRO-OPERADOR THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
                                               TO WS-MENSAGEM
           ELSE
               MOVE "APROVACAO RESTRITA A ADMINISTRADOR OU SUBSTITUTO"
                                               TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P315-FIM.
      *
       P320-APROVA.
      *
           MOVE WS-DIA-PRECO-PEND           TO WS-DIA-PRECO.
           MOVE WS-MES-PRECO-PEND           TO WS-MES-PRECO.
           MOVE WS-ANO-PRECO-PEND           TO WS-ANO-PRECO.
           MOVE ZEROS                       TO WS-QTD-GRAVADOS.
      *
      *    *========================================================*
      *    * CODIGO DE KIT/COMBO (SCMP0271) VAI PARA OS COMPONENTES,
      *    * COMO NA CARGA (SCMP0300 P436).
      *    *========================================================*
           MOVE "C"                         TO WS-LKS-FUNCAO-KIT.
           MOVE WS-FK-COD-PRODUTO-PEND      TO WS-LKS-COD-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.
      *
           IF WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               PERFORM P350-EXPLODE-KIT THRU P350-FIM
           ELSE
               PERFORM P345-GRAVA-REGISTRO-PRECO THRU P345-FIM
           END-IF.
      *
           IF WS-QTD-GRAVADOS > ZEROS THEN
               MOVE "PRECO APROVADO E CADASTRADO OK"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P805-GRAVA-DECISAO THRU P805-FIM
               DELETE PRC-PENDENTE RECORD
           END-IF.
      *
       P340-FIM.
      *
       P345-GRAVA-REGISTRO-PRECO.
      *
           PERFORM P415-PROXIMA-SEQ-PRECO THRU P415-FIM.
      *
           MOVE VLR-PRECO-EFETIVO-PEND     TO VLR-PRECO-EFETIVO.
           MOVE CANAL-COMPRA-PEND          TO CANAL-COMPRA.
           MOVE VLR-TAXA-ENTREGA-PEND      TO VLR-TAXA-ENTREGA.
           MOVE FORMA-PAGTO-PEND           TO FORMA-PAGTO.
           MOVE VLR-TRIBUTOS-PEND          TO VLR-TRIBUTOS.
           MOVE FK-COD-CENTRO-CUSTO-PEND(1) TO FK-COD-CENTRO-CUSTO(1).
           MOVE FK-COD-CENTRO-CUSTO-PEND(2) TO FK-COD-CENTRO-CUSTO(2).
           MOVE FK-COD-CENTRO-CUSTO-PEND(3) TO FK-COD-CENTRO-CUSTO(3).
           MOVE PCT-RATEIO-CUSTO-PEND(1)   TO PCT-RATEIO-CUSTO(1).
           MOVE PCT-RATEIO-CUSTO-PEND(2)   TO PCT-RATEIO-CUSTO(2).
           MOVE PCT-RATEIO-CUSTO-PEND(3)   TO PCT-RATEIO-CUSTO(3).
      *
           EVALUATE TRUE
               WHEN ORIGEM-CAPTURA-PEND EQUAL "D" OR "C" OR "N" OR "A"
                   MOVE ORIGEM-CAPTURA-PEND TO ORIGEM-CAPTURA
               WHEN PROGRAMA-ORIGEM-PEND EQUAL "SCMP0310"
                   MOVE "D"                 TO ORIGEM-CAPTURA
               WHEN OTHER
                   MOVE "C"                 TO ORIGEM-CAPTURA
           END-EVALUATE.
           IF ID-EXECUCAO-CAPTURA-PEND IS NUMERIC THEN
               MOVE ID-EXECUCAO-CAPTURA-PEND TO ID-EXECUCAO-CAPTURA
           ELSE
               MOVE ZEROS                  TO ID-EXECUCAO-CAPTURA
           END-IF.
           MOVE ZEROS                      TO QTD-CORRECOES.
           IF VLR-PRECO-GONDOLA-PEND IS NUMERIC THEN
               MOVE VLR-PRECO-GONDOLA-PEND TO VLR-PRECO-GONDOLA
           ELSE
               MOVE ZEROS                  TO VLR-PRECO-GONDOLA
           END-IF.
      *
      *    COMPONENTE DE KIT: VALORES RATEADOS EM P350; A GONDOLA E
      *    DO KIT E NAO E CONFERIDA NOS COMPONENTES
           IF FLAG-GRAVANDO-KIT THEN
               MOVE WS-VLR-PRECO-COMP      TO VLR-PRECO
               MOVE WS-QTD-COMPRA-COMP     TO QTD-COMPRA
               MOVE WS-UND-MEDIDA-COMP     TO UND-MEDIDA
               MOVE WS-VLR-EFETIVO-COMP    TO VLR-PRECO-EFETIVO
               MOVE WS-VLR-TRIBUTOS-COMP   TO VLR-TRIBUTOS
               MOVE WS-VLR-VASILHAME-COMP  TO VLR-VASILHAME
               MOVE ZEROS                  TO VLR-PRECO-GONDOLA
           END-IF.
      *
           WRITE   REG-PRECO-PRODUTO.
      *
           IF WS-FS-PRC-PROD-OK THEN
               ADD 1                    TO WS-QTD-GRAVADOS
               MOVE SPACES              TO AUD-VALOR-ANTERIOR
               MOVE VLR-PRECO           TO AUD-VALOR-NOVO
               MOVE WS-FK-COD-PRODUTO   TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P810-DEPOSITO-VASILHAME THRU P810-FIM
               PERFORM P820-DEBITA-VALE THRU P820-FIM
               PERFORM P830-REGISTRA-COBRANCA THRU P830-FIM
           ELSE
               STRING "ERRO NA GRAVACAO DO ARQUIVO - FS: "
               WS-FS-PRC-PRODUTO               INTO WS-MENSAGEM
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P345-FIM.
      *
       P350-EXPLODE-KIT.
      *
      *    *========================================================*
      *    * O VALOR DO KIT E RATEADO ENTRE OS COMPONENTES PELO
      *    * ULTIMO PRECO UNITARIO DE CADA UM ANTERIOR A DATA DO
      *    * PRECO (SEM PRECO CONHECIDO, PELA QUANTIDADE - SCMP0912);
      *    * QUANTIDADE DO KIT VEZES A DA COMPOSICAO, PRECO EFETIVO
      *    * E TRIBUTOS NA MESMA PROPORCAO E VASILHAME NO PRIMEIRO
      *    * COMPONENTE. COMPONENTE GRAVADO NAO VOLTA A PENDENCIA.
      *    *========================================================*
           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               PERFORM P355-BUSCA-PRECO-ANTERIOR THRU P355-FIM
               IF WS-QTD-PRECO-ANTERIOR > ZEROS
                   COMPUTE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                       ROUNDED = WS-VLR-PRECO-ANTERIOR
                               / WS-QTD-PRECO-ANTERIOR
               ELSE
                   MOVE WS-VLR-PRECO-ANTERIOR
                       TO WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
               END-IF
           END-PERFORM.
      *
           MOVE "R"                    TO WS-LKS-FUNCAO-KIT.
           MOVE WS-VLR-PRECO-PEND      TO WS-LKS-VLR-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.
      *
           SET FLAG-GRAVANDO-KIT       TO TRUE.
      *
           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               MOVE WS-LKS-VLR-RATEADO-KIT(WS-IND-COMP-KIT)
                                       TO WS-VLR-PRECO-COMP
               COMPUTE WS-QTD-COMPRA-COMP ROUNDED = WS-QTD-COMPRA-PEND
                   * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
               MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-UND-MEDIDA-COMP
               IF WS-VLR-PRECO-PEND > ZEROS
                   COMPUTE WS-VLR-EFETIVO-COMP ROUNDED =
                       VLR-PRECO-EFETIVO-PEND * WS-VLR-PRECO-COMP
                                              / WS-VLR-PRECO-PEND
                   COMPUTE WS-VLR-TRIBUTOS-COMP ROUNDED =
                       VLR-TRIBUTOS-PEND * WS-VLR-PRECO-COMP
                                         / WS-VLR-PRECO-PEND
               ELSE
                   MOVE ZEROS          TO WS-VLR-EFETIVO-COMP
                   MOVE ZEROS          TO WS-VLR-TRIBUTOS-COMP
               END-IF
               IF WS-IND-COMP-KIT EQUAL 1
                   MOVE VLR-VASILHAME-PEND TO WS-VLR-VASILHAME-COMP
               ELSE
                   MOVE ZEROS          TO WS-VLR-VASILHAME-COMP
               END-IF
               PERFORM P345-GRAVA-REGISTRO-PRECO THRU P345-FIM
           END-PERFORM.
      *
           MOVE "N"                    TO WS-GRAVANDO-KIT.
           MOVE WS-FK-COD-PRODUTO-PEND TO WS-FK-COD-PRODUTO.
      *
       P350-FIM.
      *
       P355-BUSCA-PRECO-ANTERIOR.
      *
      *    ULTIMO PRECO DO COMPONENTE ANTERIOR A DATA, EM QUALQUER
      *    MERCADO (A CHAVE AAAAMMDD JA VEM EM ORDEM CRONOLOGICA)
           MOVE ZEROS                  TO WS-VLR-PRECO-ANTERIOR.
           MOVE ZEROS                  TO WS-QTD-PRECO-ANTERIOR.
           MOVE WS-FK-COD-PRODUTO      TO FK-COD-PRODUTO.
           MOVE LOW-VALUES             TO DATA-PRECO.
           MOVE ZEROS                  TO SEQ-PRECO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF WS-FS-PRC-PROD-OK THEN
               PERFORM UNTIL WS-FS-PRC-PROD-NAO-EXISTE
                   READ PRC-PRODUTO NEXT RECORD
                       AT END
                           SET WS-FS-PRC-PROD-NAO-EXISTE TO TRUE
                       NOT AT END
                           IF FK-COD-PRODUTO NOT EQUAL WS-FK-COD-PRODUTO
                              OR DATA-PRECO NOT LESS WS-DATA-PRECO THEN
                               SET WS-FS-PRC-PROD-NAO-EXISTE TO TRUE
                           ELSE
                               MOVE VLR-PRECO  TO WS-VLR-PRECO-ANTERIOR
                               MOVE QTD-COMPRA TO WS-QTD-PRECO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       P355-FIM.
      *
       P444-COMPARA-MERCADOS.
      *

           MOVE WS-VLR-PRECO-PEND   TO AUD-VALOR-ANTERIOR.
           MOVE WS-MOTIVO-REJEICAO  TO AUD-VALOR-NOVO.
           IF FLAG-AUT-DELEGACAO THEN
               MOVE 52                 TO WS-AUT-POSICAO
               STRING "DELEGACAO DE " WS-AUT-COD-DELEGANTE
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
                   WITH POINTER WS-AUT-POSICAO
           END-IF.
           MOVE WS-FK-COD-PRODUTO-PEND TO AUD-CHAVE.
           MOVE "A"                 TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "SCMP0390"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P805-GRAVA-DECISAO.
      *
      *    *========================================================*
      *    * REGISTRO DA DECISAO DO MAKER-CHECKER, LOGO APOS O DA
      *    * OPERACAO APLICADA: SOLICITANTE EM AUD-VALOR-ANTERIOR E
      *    * APROVADOR EM AUD-OPERADOR (SEGREGACAO DE FUNCOES,
      *    * CONFERIDA PELO SCMP0445).
      *    *========================================================*
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0390"         TO AUD-PROGRAMA.
           MOVE "PRC-PENDENTE"     TO AUD-ARQUIVO.
           MOVE "P"                TO AUD-OPERACAO.
           MOVE WS-OPERADOR-SOLICITANTE TO AUD-VALOR-ANTERIOR.
           IF FLAG-AUT-DELEGACAO THEN
               MOVE SPACES             TO AUD-VALOR-NOVO
               STRING "APROVADO POR DELEGACAO DE "
                   WS-AUT-COD-DELEGANTE " SEQ " WS-AUT-SEQ-DELEGACAO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
           ELSE
               MOVE "APROVADO"         TO AUD-VALOR-NOVO
           END-IF.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P805-FIM.
      *
       P810-DEPOSITO-VASILHAME.
      *
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
       P820-DEBITA-VALE.
      *
      *    *========================================================*
      *    * PRECO APROVADO PAGO COM VALE DEBITA O RAZAO DO VALE
      *    * (SCMP0904) PELO PRECO EFETIVO - O PENDENTE AINDA NAO
      *    * TINHA MOVIMENTADO O VALE.
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
           MOVE "COMPRA PAGA COM VALE - APROVADA"
                                       TO WS-LKS-HISTORICO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "DEBITO NAO LANCADO NO RAZAO DO VALE"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               IF WS-LKS-SALDO-VALE < ZEROS THEN
                   MOVE "AVISO: COMPRA NO VALE EXCEDE O SALDO DO VALE"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
      *
       P820-FIM.
      *
       P830-REGISTRA-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO APROVADO COBRADO ACIMA DA ETIQUETA DA GONDOLA FICA
      *    * REGISTRADO COM A DIFERENCA (SCMP0911).
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
           MOVE "SCMP0390"             TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 0
                   MOVE "AVISO: PRECO COBRADO ACIMA DA GONDOLA"
                                       TO WS-MENSAGEM
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
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0390"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PENDENTE
