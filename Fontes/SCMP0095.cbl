      *      rodada grava tambem o manifesto SET-ANUAL_<data>.txt com
      *      o conteudo do conjunto, consultado pela restauracao
      *      (SCMP0097)
      * Mod: 15/10/2026 - cada arquivo copiado deixa no jornal de
      *      alteracoes (SCMP0917) uma marca de backup (operacao B),
      *      de onde a recuperacao pos-restauracao (SCMP0084) parte
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0095.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
           COPY "Jornal.cpy".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   INTO WS-CMD-SNAPSHOT.
      *
           CALL "SYSTEM" USING WS-CMD-SNAPSHOT.
      *
      *    MARCA NO JORNAL O PONTO EM QUE A COPIA FOI TIRADA
           MOVE WS-NOME-ARQUIVO-SET(WS-IND-SET) TO JOR-ARQUIVO.
           MOVE "B"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES
                                          JOR-IMAGEM-DEPOIS.
           STRING  WS-NOME-ARQUIVO-SET(WS-IND-SET)
                       DELIMITED BY SPACE
                   "_ANUAL_"
                   WS-SNP-AAAA WS-SNP-MM WS-SNP-DD
                       DELIMITED BY SIZE
                   INTO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P210-FIM.
      *
       P890-GRAVA-JORNAL.
      *
           MOVE "BATCH"                TO JOR-OPERADOR.
           MOVE "SCMP0095"             TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       END PROGRAM SCMP0095.
