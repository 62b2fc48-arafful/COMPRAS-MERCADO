      *      telas de entrada, podendo ser sobrescritos
      * Mod: 02/09/2026 - nova opcao M para o relatorio de SLA das
      *      filas de aprovacao (SCMP0089)
      * Mod: 15/10/2026 - nova opcao N para o menu de contas a pagar
      *      (SCMP0730)
      * Mod: 15/10/2026 - nova opcao O para o cadastro de centros de
      *      custo (SCMP0820)
      * Mod: 15/10/2026 - nova opcao P, restrita ao administrador, para
      *      o expurgo dos rejeitados das filas de pendentes (SCMP0088)
      * Mod: 15/10/2026 - gravacoes em OPERADOR passam a ir tambem para
      *      o jornal de alteracoes (SCMP0917), com as imagens antes e
      *      depois, para a recuperacao pos-restauracao (SCMP0084)
      * Mod: 15/10/2026 - nova opcao R, restrita ao administrador, para
      *      os parametros do sistema (SCMP0082); o limite de
      *      tentativas de senha passa a vir do parametro LOGINTEN,
      *      padrao 3
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0000.
       77 WS-QTD-MAX-TENTATIVAS                PIC 9(02) VALUE 3.
       77 WS-LOGIN-VALIDO                      PIC X(01) VALUE "N".
           88 FLAG-LOGIN-VALIDO                VALUE "S".
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
                             "<L> - CADASTRO DE RECEITAS".
           05 LINE 15 COL 44 VALUE
                             "<M> - SLA DAS APROVACOES".
           05 LINE 14 COL 44 VALUE
                             "<N> - CONTAS A PAGAR".
           05 LINE 13 COL 44 VALUE
                             "<O> - CENTROS DE CUSTO".
           05 LINE 12 COL 44 VALUE
                             "<P> - EXPURGO DE REJEITADOS".
           05 LINE 11 COL 44 VALUE
                             "<R> - PARAMETROS DO SISTEMA".
           05 LINE 21 COL 05 VALUE
                             "<Q> - FINALIZAR".
           05 LINE 22 COL 05 VALUE
                       CALL "SCMP0089" USING WS-COM-AREA
                   WHEN "m"
                       CALL "SCMP0089" USING WS-COM-AREA
                   WHEN "N"
                       CALL "SCMP0730" USING WS-COM-AREA
                   WHEN "n"
                       CALL "SCMP0730" USING WS-COM-AREA
                   WHEN "O"
                       CALL "SCMP0820" USING WS-COM-AREA
                   WHEN "o"
                       CALL "SCMP0820" USING WS-COM-AREA
                   WHEN "P"
                       IF WS-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0088" USING WS-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM-LOGIN
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1101
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "p"
                       IF WS-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0088" USING WS-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM-LOGIN
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1101
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "R"
                       IF WS-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0082" USING WS-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM-LOGIN
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1101
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "r"
                       IF WS-PERFIL-ADMINISTRADOR THEN
                           CALL "SCMP0082" USING WS-COM-AREA
                       ELSE
                           MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                                   TO WS-MENSAGEM-LOGIN
                           DISPLAY SS-LINHA-DE-MENSAGEM
                           ACCEPT WS-PROMPT AT 1101
                           DISPLAY SS-LIMPA-MENSAGEM
                       END-IF
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
               INVALID KEY
                   SET WS-CADASTRO-VAZIO       TO TRUE
           END-START.
      *
           MOVE "LOGINTEN"                     TO LPR-COD-PARAMETRO.
           MOVE WS-QTD-MAX-TENTATIVAS          TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO              TO WS-QTD-MAX-TENTATIVAS.
      *
       P100-FIM.
      *
      *
      *    *========================================================*
      *    * AUTENTICACAO DO OPERADOR: OPERADOR BLOQUEADO NAO ENTRA;
      *    * SENHA ERRADA CONTA TENTATIVA E, NO LIMITE, BLOQUEIA;
      *    * OPERADOR SEM SENHA (CADASTRO ANTIGO) OU COM TROCA
      *    * OBRIGATORIA DEFINE A SENHA NOVA NA HORA.
      *    *========================================================*
               IF FORCA-TROCA-SENHA THEN
                   PERFORM P230-DEFINE-NOVA-SENHA THRU P230-FIM
               ELSE
                   PERFORM P891-RELE-OPERADOR THRU P891-FIM
                   REWRITE REG-OPERADOR
                   IF WS-FS-OK THEN
                       MOVE "OPERADOR"          TO JOR-ARQUIVO
                       MOVE "A"                 TO JOR-OPERACAO
                       MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS
                       PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   END-IF
                   MOVE PERFIL-OPERADOR TO WS-PERFIL-OPERADOR
                   PERFORM P240-CARREGA-PADROES THRU P240-FIM
               END-IF
                   MOVE "SENHA INVALIDA"
                                       TO WS-MENSAGEM-LOGIN
               END-IF
               PERFORM P891-RELE-OPERADOR THRU P891-FIM
               REWRITE REG-OPERADOR
               IF WS-FS-OK THEN
                   MOVE "OPERADOR"          TO JOR-ARQUIVO
                   MOVE "A"                 TO JOR-OPERACAO
                   MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               END-IF
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1101
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE SPACES             TO IND-TROCA-SENHA
               MOVE ZEROS              TO QTD-TENTATIVAS-FALHA
               MOVE SPACES             TO IND-BLOQUEADO
               PERFORM P891-RELE-OPERADOR THRU P891-FIM
               REWRITE REG-OPERADOR
               IF WS-FS-OK THEN
                   MOVE "OPERADOR"          TO JOR-ARQUIVO
                   MOVE "A"                 TO JOR-OPERACAO
                   MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               END-IF
               SET WS-FS-OK            TO TRUE
               MOVE PERFIL-OPERADOR    TO WS-PERFIL-OPERADOR
               PERFORM P240-CARREGA-PADROES THRU P240-FIM
           IF WS-FS-OK THEN
               MOVE "N"                TO WS-CADASTRO-OPERADOR
               MOVE PERFIL-OPERADOR    TO WS-PERFIL-OPERADOR
               MOVE "OPERADOR"          TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
      *
               MOVE "OPERADOR GRAVADO COMO ADMIN. INICIAL"
                                       TO WS-MENSAGEM-LOGIN
           END-IF.
      *
       P210-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE COD-OPERADOR        TO JOR-OPERADOR.
           MOVE "SCMP0000"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-OPERADOR.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-OPERADOR        TO JOR-IMAGEM-DEPOIS.
      *
           READ OPERADOR
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-OPERADOR TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-OPERADOR.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE OPERADOR.
