      * Mod: 02/09/2026 - a alteracao deixa de gravar direto no
      *      cadastro: o registro alterado vai para FORNECEDOR-PENDENTE
      *      (operacao A) e so e aplicado apos aprovacao no SCMP0720
      * Mod: 15/10/2026 - novo campo de CNPJ do fornecedor, conferido
      *      pelo validador de digitos verificadores (SCMP0905)
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0703.
       01 WS-REG-FORNECEDOR.
           05 WS-COD-FORNECEDOR                PIC X(10).
           05 WS-DESC-FORNECEDOR               PIC X(50).
           05 WS-CNPJ-FORNECEDOR               PIC X(14).
      *
       01 WS-LKS-CNPJ-AREA.
           05 WS-LKS-CNPJ                      PIC X(14).
           05 WS-LKS-RETORNO-CNPJ              PIC 9(01).
      *
       77 WS-CNPJ-VALIDO                       PIC X(01) VALUE "S".
           88 FLAG-CNPJ-VALIDO                 VALUE "S".
      *
       77 WS-DESC-FORNECEDOR-ANTERIOR           PIC X(50) VALUE SPACES.
      *
           05 LINE 08 COL 05 VALUE "Desc Fornecedor..: ".
           05 SS-DESC-FORNECEDOR REVERSE-VIDEO PIC X(50)
                           USING WS-DESC-FORNECEDOR.
           05 LINE 09 COL 05 VALUE "CNPJ.............: ".
           05 SS-CNPJ-FORNECEDOR REVERSE-VIDEO PIC X(14)
                           USING WS-CNPJ-FORNECEDOR.
           05 LINE 10 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
           MOVE SPACES                         TO WS-COD-FORNECEDOR.
           MOVE SPACES                         TO WS-DESC-FORNECEDOR.
           MOVE SPACES                         TO WS-CNPJ-FORNECEDOR.
           MOVE SPACES                         TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN
                                   TO WS-DESC-FORNECEDOR-ANTERIOR
                           ACCEPT  SS-INPUT-SCREEN
                           IF FLAG-CONTINUAR THEN
                               PERFORM P310-VALIDA-CNPJ THRU P310-FIM
                           END-IF
                           IF FLAG-CONTINUAR AND FLAG-CNPJ-VALIDO THEN
                               PERFORM P400-ATUALIZAR THRU P400-FIM
                           END-IF
               END-READ
           END-IF.
      *
       P300-FIM.
      *
       P310-VALIDA-CNPJ.
      *
      *    *========================================================*
      *    * CNPJ E OPCIONAL, MAS QUANDO INFORMADO PRECISA PASSAR NO
      *    * VALIDADOR (SCMP0905) - ELE IDENTIFICA O FORNECEDOR NO
      *    * ARQUIVO DE CONTAS A PAGAR (SCMP0550).
      *    *========================================================*
           MOVE "S"                    TO WS-CNPJ-VALIDO.

           IF WS-CNPJ-FORNECEDOR EQUAL SPACES THEN
               GO TO P310-FIM
           END-IF.

           MOVE WS-CNPJ-FORNECEDOR     TO WS-LKS-CNPJ.
           CALL "SCMP0905" USING WS-LKS-CNPJ-AREA.

           EVALUATE WS-LKS-RETORNO-CNPJ
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE "CNPJ DEVE TER 14 DIGITOS"  TO WS-MENSAGEM
               WHEN 2
                   MOVE "CNPJ: DIGITO VERIF. INVALIDO" TO WS-MENSAGEM
               WHEN OTHER
                   MOVE "CNPJ INVALIDO (DIGITOS IGUAIS)" TO WS-MENSAGEM
           END-EVALUATE.

           IF WS-LKS-RETORNO-CNPJ NOT EQUAL ZERO THEN
               MOVE "N"                TO WS-CNPJ-VALIDO
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P310-FIM.
      *
       P400-ATUALIZAR.
      *

           MOVE WS-COD-FORNECEDOR      TO COD-FORNECEDOR-PEND.
           MOVE WS-DESC-FORNECEDOR     TO DESC-FORNECEDOR-PEND.
           MOVE WS-CNPJ-FORNECEDOR     TO CNPJ-FORNECEDOR-PEND.
           MOVE "A"                    TO TIPO-OPERACAO-FORN-PEND.
           MOVE LK-OPERADOR-ID         TO OPERADOR-SOLICITANTE.
           ACCEPT DATA-SOLICITACAO     FROM DATE YYYYMMDD.
           MOVE "SCMP0703"         TO AUD-PROGRAMA.
           MOVE "FORNECEDOR-PEND"  TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
