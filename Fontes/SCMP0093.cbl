      *          RELATORIOS AGENDADOS (SCMP0096) PARA SUPRIMIR
      *          EXECUCOES EM FERIADO E CALCULAR O ULTIMO DIA UTIL
      *          DO MES; ACOES DE INCLUSAO, EXCLUSAO E LISTAGEM
      * Mod: 15/10/2026 - nova acao G, que chama a geracao dos feriados
      *      do ano (SCMP0085): nacionais, moveis pela Pascoa e locais
      * Mod: 15/10/2026 - cada gravacao em FERIADO vai tambem para o
      *      jornal de alteracoes (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0093.
           88 FLAG-ACAO-INCLUIR                VALUE "I" "i".
           88 FLAG-ACAO-EXCLUIR                VALUE "E" "e".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
           88 FLAG-ACAO-GERAR                  VALUE "G" "g".
      *
       77 WS-FS-FERIADO                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           05 WS-DET-DATA                      PIC 9(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-DESC                      PIC X(40).
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <I/E/L/G>......: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Data (AAAAMMDD).....: ".
                       PERFORM P420-EXCLUI THRU P420-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P440-LISTA THRU P440-FIM
                   WHEN FLAG-ACAO-GERAR
                       PERFORM P460-GERA-ANO THRU P460-FIM
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (USE I, E, L OU G)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1401
                   MOVE WS-DATA-FERIADO-TELA TO AUD-CHAVE
                   MOVE "I"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "FERIADO"           TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-FERIADO         TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               WHEN WS-FS-DUPLICADO
                   MOVE "FERIADO JA CADASTRADO"     TO WS-MENSAGEM
               WHEN OTHER
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       MOVE DESC-FERIADO    TO AUD-VALOR-ANTERIOR
                       PERFORM P891-RELE-FERIADO THRU P891-FIM
                       DELETE FERIADO RECORD
                       MOVE SPACES          TO AUD-VALOR-NOVO
                       MOVE WS-DATA-FERIADO-TELA TO AUD-CHAVE
                       MOVE "E"             TO AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                       MOVE "FERIADO"           TO JOR-ARQUIVO
                       MOVE "E"                 TO JOR-OPERACAO
                       MOVE SPACES              TO JOR-IMAGEM-DEPOIS
                       PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       MOVE "FERIADO EXCLUIDO OK"  TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1401
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P460-GERA-ANO.
      *
      *    O GERADOR ABRE O FERIADO.dat POR CONTA PROPRIA
           CLOSE FERIADO.

           CALL "SCMP0085" USING LK-COM-AREA.

           OPEN I-O FERIADO.
      *
       P460-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0093"         TO AUD-PROGRAMA.
           MOVE "FERIADO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0093"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-FERIADO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-FERIADO         TO JOR-IMAGEM-DEPOIS.
      *
           READ FERIADO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-FERIADO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-FERIADO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE FERIADO
