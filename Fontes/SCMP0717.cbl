      *          DE FORNECEDOR COM FIM DE VIGENCIA NOS PROXIMOS N DIAS
      *          (E OS JA VENCIDOS), PARA NEGOCIAR A RENOVACAO ANTES DE
      *          O CONTRATO CADUCAR
      * Mod: 15/10/2026 - os dias de alerta sugeridos na tela vem do
      *      parametro CTRALERT (SCMP0082), padrao 30
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0717.
       WORKING-STORAGE SECTION.
      *
       77 WS-QTD-DIAS-ALERTA                   PIC 9(03) VALUE 30.
       77 WS-QTD-DIAS-PADRAO                   PIC 9(03) VALUE 30.
      *
       77 WS-DIA-JULIANO-HOJE                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-FIM                   PIC 9(08) VALUE ZEROS.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-LKS-AREA-ALERTA.
           05 WS-LKS-TIPO-ALERTA               PIC X(03).
           05 WS-LKS-SEVERIDADE-ALERTA         PIC X(01).
           05 WS-LKS-PROGRAMA-ALERTA           PIC X(08).
           05 WS-LKS-CHAVE-ALERTA              PIC X(40).
           05 WS-LKS-MENSAGEM-ALERTA           PIC X(100).
           05 WS-LKS-RETORNO-ALERTA            PIC 9(01).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
               05 FILLER               PIC X(26) VALUE
                                       "CONTRATOS JA VENCIDOS...: ".
               05 WS-TOT-VENCIDOS      PIC ZZZZ9.
      *
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *

           OPEN INPUT FORNECEDOR.
           OPEN INPUT PRODUTO.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "CTRALERT"             TO LPR-COD-PARAMETRO.
           MOVE WS-QTD-DIAS-PADRAO     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-QTD-DIAS-PADRAO.
      *
       P105-FIM.
      *
       P300-PROCESSA.
      *
           MOVE WS-QTD-DIAS-PADRAO     TO WS-QTD-DIAS-ALERTA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           MOVE WS-DIAS-RESTANTES      TO WS-DET-DIAS.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           PERFORM P430-ENFILEIRA-ALERTA THRU P430-FIM.
      *
       P420-FIM.
      *
       P430-ENFILEIRA-ALERTA.
      *
      *    *========================================================*
      *    * A CHAVE DO ALERTA E O CONTRATO, O FIM DE VIGENCIA E A
      *    * SITUACAO: O AVISO DE RENOVAR SAI UMA VEZ E O DE VENCIDO
      *    * SAI DE NOVO SO QUANDO O CONTRATO VENCE; UM CONTRATO
      *    * RENOVADO (NOVO FIM DE VIGENCIA) GERA CHAVE NOVA.
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.

           MOVE "CTR"                  TO WS-LKS-TIPO-ALERTA.
           MOVE "SCMP0717"             TO WS-LKS-PROGRAMA-ALERTA.

           IF WS-DIAS-RESTANTES < ZEROS THEN
               MOVE "A"                TO WS-LKS-SEVERIDADE-ALERTA
           ELSE
               MOVE "M"                TO WS-LKS-SEVERIDADE-ALERTA
           END-IF.

           STRING CHAVE-CONTRATO-FORNECEDOR DELIMITED BY SIZE
                  DATA-FIM-VIGENCIA        DELIMITED BY SIZE
                  WS-LKS-SEVERIDADE-ALERTA DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.

           STRING "CONTRATO "              DELIMITED BY SIZE
                  WS-DET-SITUACAO          DELIMITED BY SPACE
                  " - FORNECEDOR "         DELIMITED BY SIZE
                  WS-DET-FORNECEDOR        DELIMITED BY SPACE
                  " PRODUTO "              DELIMITED BY SIZE
                  WS-DET-PRODUTO           DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  WS-DET-DESC              DELIMITED BY SIZE
                  " FIM "                  DELIMITED BY SIZE
                  WS-DET-FIM-VIG           DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.

           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P430-FIM.
      *
       P900-FIM.
           CLOSE CONTRATO-FORNECEDOR
