      * Author: ANDRE RAFFUL
      * Date: 21/08/2026
      * Purpose: DIGEST SEMANAL DE QUEDAS DE PRECO
      * Mod: 15/10/2026 - a queda minima padrao passa a vir do
      *      parametro QUEDAPCT (SCMP0082), padrao 10,00%
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0481.
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *
           SET WS-FS-PRD-OK        TO  TRUE.
           SET WS-FS-PRC-OK        TO  TRUE.

           PERFORM P110-LE-PARAMETROS THRU P110-FIM.

           PERFORM P120-ABRE-PRODUTO THRU P120-FIM.

           PERFORM P130-ABRE-PRECO-PRODUTO THRU P130-FIM.
           PERFORM P140-ABRE-RELATORIO-SAIDA THRU P140-FIM.
      *
       P100-FIM.
      *
       P110-LE-PARAMETROS.
      *
           MOVE "QUEDAPCT"             TO LPR-COD-PARAMETRO.
           MOVE WS-PCT-QUEDA-MINIMA    TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PCT-QUEDA-MINIMA.
      *
       P110-FIM.
      *
       P120-ABRE-PRODUTO.
      *
      *
      ******************************************************************
      * EM MODO AUTOMATICO NAO HA COMO PERGUNTAR AO OPERADOR, ENTAO O
      * DIGEST USA O LIMIAR DO PARAMETRO QUEDAPCT (DEFAULT 10,00%) JA
      * CARREGADO EM WS-PCT-QUEDA-MINIMA.
      ******************************************************************
       P150-SOLICITA-PERCENTUAL.
      *
