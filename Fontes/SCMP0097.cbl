      *      do conjunto anual (sufixo _ANUAL_) e <R> do backup de
      *      rotina; a opcao <L> mostra o manifesto do conjunto anual
      *      da data informada (SET-ANUAL_<data>.txt)
      * Mod: 15/10/2026 - depois da restauracao chama a recuperacao
      *      pos-restauracao (SCMP0084), que reaplica do jornal de
      *      alteracoes o que foi gravado no arquivo depois do backup
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0097.
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
      *    ARQUIVO E BACKUP PASSADOS A RECUPERACAO (SCMP0084), NO MESMO
      *    FORMATO DA MARCA GRAVADA NO JORNAL PELO BACKUP
       01 WS-AREA-RECUPERACAO.
           03 WS-ARQUIVO-REC                   PIC X(20).
           03 WS-BACKUP-REC                    PIC X(40).
      *
       LINKAGE SECTION.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM
           ACCEPT WS-PROMPT AT 2201
           DISPLAY SS-LIMPA-MENSAGEM
      *
      *    REAPLICA O QUE FOI GRAVADO DEPOIS DO BACKUP (SCMP0084)
           MOVE WS-NOME-ARQUIVO-MESTRE TO WS-ARQUIVO-REC.
           MOVE SPACES                 TO WS-BACKUP-REC.
           IF FLAG-BACKUP-ROTINA THEN
               STRING  WS-NOME-ARQUIVO-MESTRE  DELIMITED BY SPACE
                       "_"                     DELIMITED BY SIZE
                       WS-GER-AAAAMMDD         DELIMITED BY SIZE
                                               INTO WS-BACKUP-REC
           ELSE
               STRING  WS-NOME-ARQUIVO-MESTRE  DELIMITED BY SPACE
                       "_ANUAL_"               DELIMITED BY SIZE
                       WS-GER-AAAAMMDD         DELIMITED BY SIZE
                                               INTO WS-BACKUP-REC
           END-IF.
      *
           CALL "SCMP0084" USING LK-COM-AREA WS-AREA-RECUPERACAO.
      *
       P400-FIM.
      *
