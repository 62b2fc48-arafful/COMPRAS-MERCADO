      *          ALTERACAO, EXCLUSAO E LISTAGEM, COM VALIDACAO DO
      *          TIPO DE AGENDAMENTO E DO PROGRAMA DE RELATORIO
      *          CONTRA A LISTA QUE O CONTROLADOR SABE CHAMAR
      * Mod: 15/10/2026 - validacao de campos dos arquivos (SCMP0451)
      *      passa a ser agendavel
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo SCMP0907
      *      antes do WRITE (sequencia e verificadores da cadeia
      *      conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0091.
           END-IF.

           IF WS-PROGRAMA-TELA NOT EQUAL "SCMP0420" AND "SCMP0450"
                               AND "SCMP0451" AND "SCMP0470"
                               AND "SCMP0480"
                               AND "SCMP0490" AND "SCMP0492"
                               AND "SCMP0496" AND "SCMP0499" THEN
               MOVE "PROGRAMA NAO AGENDAVEL PELO SCMP0096"
           MOVE "SCMP0091"         TO AUD-PROGRAMA.
           MOVE "AGENDA-REL"       TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
