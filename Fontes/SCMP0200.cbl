      *      processado pelo passe principal, e TP-PRODUTO e carregado
      *      em memoria uma unica vez; suspensos e checkpoint seguem
      *      identicos (a ordem classificada e deterministica)
      * Mod: 15/10/2026 - modo de simulacao (SCMP-CARGA-SIMULACAO=S):
      *      valida a carga inteira e emite o relatorio normal, com o
      *      que seria incluido e o que iria para o suspenso, sem
      *      gravar PRODUTO, suspenso nem checkpoint e sem backup
      * Mod: 15/10/2026 - gravacoes em PRODUTO passam a ir tambem para o
      *      jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084);
      *      o backup de rotina deixa no jornal a marca de backup
      *      (operacao B)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0200.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                                       "REGISTRO GRAVADO OK.".
           03 WS-LST-DET-SIMULADO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                               "SIMULACAO: REGISTRO SERIA INCLUIDO.".
           03 WS-LST-CAB-SIMULACAO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                   "*** SIMULACAO - NENHUM ARQUIVO FOI GRAVADO ***".
           03 WS-LST-FINAL-SUSPENSOS.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(28) VALUE
                               "IRIAM PARA O SUSPENSO....: ".
               05 WS-LISTA-QTD-SUSP    PIC Z(4)9 VALUE ZEROS.
      *
           03 WS-LST-DET-ERRO.
               05 FILLER                   PIC X(02) VALUE SPACES.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
      *    *========================================================*
      *    * SIMULACAO: SO VALIDA - NENHUM ARQUIVO PERMANENTE E
      *    * GRAVADO. SEM PRODUTO.dat O CADASTRO E TRATADO COMO VAZIO.
      *    *========================================================*
       77 WS-MODO-SIMULACAO                    PIC X(01) VALUE SPACES.
           88 FLAG-MODO-SIMULACAO              VALUE "S".
       77 WS-CADASTRO-VAZIO                    PIC X(01) VALUE "N".
           88 FLAG-CADASTRO-VAZIO              VALUE "S".
       77 WS-QTD-SUSPENSOS                     PIC 9(05) VALUE ZEROS.
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
           05 WS-BKP-DD                        PIC 9(02).
      *
       77 WS-CMD-BACKUP                        PIC X(200) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".
           ACCEPT WS-MODO-SIMULACAO FROM ENVIRONMENT
                                   "SCMP-CARGA-SIMULACAO".

           PERFORM P105-ABRE-REPORT THRU P105-FIM.


           PERFORM P110-ABRE-CARGA THRU P110-FIM.

           IF NOT FLAG-MODO-SIMULACAO THEN
               PERFORM P115-ABRE-SUSPENSO THRU P115-FIM
               PERFORM P119-BACKUP-PRODUTO THRU P119-FIM
           END-IF.

           PERFORM P120-ABRE-PRODUTO THRU P120-FIM.

                   INTO WS-CMD-BACKUP.

           CALL "SYSTEM" USING WS-CMD-BACKUP.
      *
      *    MARCA NO JORNAL O PONTO EM QUE A COPIA FOI TIRADA
           MOVE "PRODUTO"               TO JOR-ARQUIVO.
           MOVE "B"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES
                                          JOR-IMAGEM-DEPOIS.
           STRING  "PRODUTO_"
                   WS-BKP-AAAA WS-BKP-MM WS-BKP-DD
                       DELIMITED BY SIZE
                   INTO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P119-FIM.
      *
       P120-ABRE-PRODUTO.
      *
           IF FLAG-MODO-SIMULACAO THEN
               OPEN INPUT PRODUTO
           ELSE
               OPEN I-O PRODUTO
           END-IF.

      *    SEM ARQUIVO DE ALIAS A CARGA SEGUE NORMALMENTE
           OPEN INPUT CODIGO-ALIAS

      *    NA SIMULACAO O CADASTRO AUSENTE NAO E CRIADO
           IF WS-FS-PROD-NAO-EXISTE THEN
               IF FLAG-MODO-SIMULACAO
                   SET FLAG-CADASTRO-VAZIO TO TRUE
                   SET WS-FS-PROD-OK       TO TRUE
               ELSE
                   OPEN OUTPUT PRODUTO
               END-IF
           END-IF.
      *
           IF NOT WS-FS-PROD-OK THEN
       P112-CONTA-PRODUTOS.
      *
           MOVE ZEROS                  TO WS-QTD-PRODUTOS-SCAN.

           IF FLAG-CADASTRO-VAZIO THEN
               GO TO P112-FIM
           END-IF.

           MOVE LOW-VALUES             TO COD-PRODUTO.
      *
           START PRODUTO KEY IS NOT LESS THAN COD-PRODUTO
               PERFORM P400-PROCESSA-CARGA THRU P400-FIM
                                           UNTIL FLAG-SAIR

               IF FLAG-MODO-SIMULACAO
                   ADD WS-QTD-PRODUTOS-ANTES WS-LISTA-QTD-GRV
                                   GIVING WS-QTD-PRODUTOS-DEPOIS
               ELSE
                   PERFORM P430-LIMPA-CHECKPOINT THRU P430-FIM
                   PERFORM P112-CONTA-PRODUTOS THRU P112-FIM
                   MOVE WS-QTD-PRODUTOS-SCAN TO WS-QTD-PRODUTOS-DEPOIS
               END-IF

               PERFORM P520-FINALIZA-RELATORIO THRU P520-FIM
           END-IF.
               PERFORM P409-VERIFICA-DUPLICADO-CARGA THRU P409-FIM
           END-IF.

           IF FLAG-PRODUTO-VALIDO AND NOT FLAG-CADASTRO-VAZIO THEN
               MOVE WS-COD-PRODUTO TO COD-PRODUTO
               READ PRODUTO
                   KEY IS COD-PRODUTO
           MOVE WS-VALIDADE-DIAS                    TO VALIDADE-DIAS.
           MOVE WS-MARCA-PRODUTO                    TO MARCA-PRODUTO.

           IF FLAG-MODO-SIMULACAO THEN
               MOVE WS-COD-PRODUTO      TO WS-LISTA-COD-PRODUTO
               MOVE WS-DESC-PRODUTO     TO WS-LISTA-DESC-PRODUTO
               MOVE WS-FK-COD-TIPO      TO WS-LISTA-COD-TIPO
               ADD 1                    TO WS-LISTA-QTD-GRV
               ADD 1                    TO WS-LISTA-QTD-TOT
               WRITE FD-REG-REPORT  FROM   WS-LST-DET-1
               WRITE FD-REG-REPORT  FROM   WS-LST-DET-SIMULADO
               GO TO P420-FIM
           END-IF.

           WRITE   REG-PRODUTO.

           IF WS-FS-PROD-OK THEN
               MOVE WS-FK-COD-TIPO      TO WS-LISTA-COD-TIPO
               ADD 1                    TO WS-LISTA-QTD-GRV
               ADD 1                    TO WS-LISTA-QTD-TOT
               MOVE "PRODUTO"           TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PRODUTO         TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM

               WRITE FD-REG-REPORT  FROM   WS-LST-DET-1
               WRITE FD-REG-REPORT  FROM   WS-LST-DET-OK
           MOVE WS-LISTA-ERRO-REPORT
                                    TO FD-MOTIVO-SUSPENSO.

           ADD 1                    TO WS-QTD-SUSPENSOS.

           IF NOT FLAG-MODO-SIMULACAO THEN
               WRITE FD-REGISTRO-SUSPENSO-PRODUTO
           END-IF.

           PERFORM P407-REGISTRA-MOTIVO-DIGEST THRU P407-FIM.
      *
                                           WS-LISTA-QTD-ERR
                                           WS-LISTA-QTD-TOT
                                           WS-QTD-REG-ESPERADO
                                           WS-QTD-REG-PROCESSADO
                                           WS-QTD-SUSPENSOS.
           MOVE SPACES                 TO  WS-VALIDA-TRAILER.
      *
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-LINHA.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-1.
           IF FLAG-MODO-SIMULACAO THEN
               WRITE FD-REG-REPORT FROM WS-LST-CAB-SIMULACAO
           END-IF.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-LINHA.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-2.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-3.
           IF FLAG-TAB-DUP-ESTOUROU THEN
               WRITE FD-REG-REPORT FROM    WS-LST-FINAL-DUP-ESTOUROU
           END-IF.
      *
           IF FLAG-MODO-SIMULACAO THEN
               MOVE WS-QTD-SUSPENSOS       TO WS-LISTA-QTD-SUSP
               WRITE FD-REG-REPORT FROM    WS-LST-FINAL-SUSPENSOS
               WRITE FD-REG-REPORT FROM    WS-LST-CAB-SIMULACAO
           END-IF.
      *
           PERFORM P525-IMPRIME-DIGEST THRU P525-FIM.
      *
           END-PERFORM.
      *
       P526-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0200"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   TP-PRODUTO
                   CARGA-ORD
                   SCMO0200.
      *
           IF NOT FLAG-CADASTRO-VAZIO THEN
               CLOSE PRODUTO
           END-IF.
      *
           IF NOT FLAG-MODO-SIMULACAO THEN
               CLOSE SUSP-PRD
           END-IF.
      *
           IF NOT WS-FS-ALIAS-NAO-EXISTE THEN
               CLOSE CODIGO-ALIAS
