      *      importacao de cupom NFC-e (SCMP0305) para mapear a loja
      * Mod: 02/09/2026 - novo campo de rede do mercado, usado pelos
      *      comparativos por rede (SCMP0420/SCMP0491)
      * Mod: 15/10/2026 - CNPJ informado passa pelo validador de
      *      digitos verificadores (SCMP0905) antes de ir para a fila
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0601.
           05 WS-HORA-FECHAMENTO-MERCADO       PIC 9(04).
           05 WS-CNPJ-MERCADO                  PIC X(14).
           05 WS-REDE-MERCADO                  PIC X(20).
      *
       01 WS-LKS-CNPJ-AREA.
           05 WS-LKS-CNPJ                      PIC X(14).
           05 WS-LKS-RETORNO-CNPJ              PIC 9(01).
      *
       77 WS-CNPJ-VALIDO                       PIC X(01) VALUE "S".
           88 FLAG-CNPJ-VALIDO                 VALUE "S".
      *
       77 WS-FS-MERCADO                        PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
                   ACCEPT WS-PROMPT AT 1501
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   PERFORM P310-VALIDA-CNPJ THRU P310-FIM
               END-IF
           END-IF.
      *
           IF FLAG-GRAVAR AND WS-COD-MERCADO NOT EQUAL SPACES
              AND FLAG-CNPJ-VALIDO THEN
               PERFORM P507-GRAVA-PENDENTE THRU P507-FIM
      *
               IF WS-FS-PEND-OK THEN
                   MOVE "ENVIADO PARA APROVACAO" TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1501
                   DISPLAY SS-LIMPA-MENSAGEM
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                               TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1501
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
      *
       P300-FIM.
      *
       P310-VALIDA-CNPJ.
      *
      *    *========================================================*
      *    * CNPJ E OPCIONAL, MAS QUANDO INFORMADO PRECISA PASSAR NO
      *    * VALIDADOR (SCMP0905) - UM CNPJ ERRADO FAZ A IMPORTACAO
      *    * DE NFC-E (SCMP0305) NAO ACHAR O MERCADO.
      *    *========================================================*
           MOVE "S"                    TO WS-CNPJ-VALIDO.

           IF WS-CNPJ-MERCADO EQUAL SPACES THEN
               GO TO P310-FIM
           END-IF.

           MOVE WS-CNPJ-MERCADO        TO WS-LKS-CNPJ.
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
               ACCEPT WS-PROMPT AT 1501
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P310-FIM.
      *
       P416-PROXIMA-SEQ-PENDENTE.
      *
