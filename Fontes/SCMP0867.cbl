      *          NOVO (SO CABECALHO) E GERA OS REGISTROS DE ITEM EM
      *          LISTA-ITEM.dat. RODAR UMA UNICA VEZ, LOGO APOS A
      *          ATUALIZACAO DOS PROGRAMAS DE LISTA
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo SCMP0907
      *      antes do WRITE (sequencia e verificadores da cadeia
      *      conferida pelo SCMP0087)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0867.
           MOVE "CABECALHO+ITENS"  TO AUD-VALOR-NOVO.
           MOVE WS-QTD-LISTAS      TO AUD-CHAVE.
           MOVE "A"                TO AUD-OPERACAO.
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.
      *
