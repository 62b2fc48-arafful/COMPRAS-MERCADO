      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DE RESGATE DO PROGRAMA DE FIDELIDADE /
      *          CASHBACK DE UMA REDE. MOSTRA O SALDO DISPONIVEL
      *          (ACUMULOS - RESGATES - PONTOS EXPIRADOS, COM OS
      *          RESGATES CONSUMINDO PRIMEIRO OS ACUMULOS MAIS
      *          ANTIGOS) E GRAVA O RESGATE COMO CREDITO NO EXTRATO
      *          (FIDELIDADE-MOV), EM PONTOS OU R$ CONFORME O TIPO DO
      *          PROGRAMA, COM O EQUIVALENTE EM R$
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0609.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-PROGRAMA.
      *
           SELECT FIDELIDADE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FIDELIDADE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-FIDELIDADE-MOV
                FILE STATUS    IS WS-FS-MOV.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
      *
       FD FIDELIDADE-MOV.
           COPY "FidelidadeMov.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-REDE-TELA                         PIC X(20) VALUE SPACES.
       77 WS-NOME-PROGRAMA-TELA                PIC X(30) VALUE SPACES.
       77 WS-TIPO-PROGRAMA-TELA                PIC X(15) VALUE SPACES.
       77 WS-SALDO-TELA                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-SALDO-RS-TELA                  PIC S9(10)V99 VALUE ZEROS.
       77 WS-QTD-RESGATE-TELA                PIC 9(09)V99 VALUE ZEROS.
       77 WS-HISTORICO-TELA                    PIC X(30) VALUE SPACES.
      *
       01 WS-DATA-RESGATE-TELA.
           05 WS-DD-RESGATE-TELA               PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-RESGATE-TELA               PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-RESGATE-TELA             PIC 9(04).
      *
       01 WS-DATA-RESGATE.
           05 WS-AAAA-RESGATE                  PIC 9(04).
           05 WS-MM-RESGATE                    PIC 9(02).
           05 WS-DD-RESGATE                    PIC 9(02).
       01 WS-DATA-RESGATE-R REDEFINES WS-DATA-RESGATE
                                               PIC 9(08).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE
                                               PIC 9(08).
      *
      *    *========================================================*
      *    * APURACAO DO SALDO (FIFO): OS RESGATES ATE A DATA LIMITE
      *    * CONSOMEM OS ACUMULOS MAIS ANTIGOS; O QUE SOBRA DE UM
      *    * ACUMULO VENCIDO ANTES DA COMPETENCIA DE REFERENCIA
      *    * EXPIROU
      *    *========================================================*
       77 WS-DATA-LIMITE                       PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA-REF                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RESGATADO                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-A-CONSUMIR                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-RESTANTE-ACUMULO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-PONTOS-EXPIRADOS                PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-PONTOS                   PIC S9(11)V99 VALUE ZEROS.
      *
       77 WS-ULTIMA-SEQ                        PIC 9(04) VALUE ZEROS.
       77 WS-VLR-RESGATE-RS                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-EDITADA                      PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VLR-EDITADO                      PIC ZZZ.ZZZ.ZZ9,99.
      *
       77 WS-FS-PROGRAMA                       PIC 9(02).
           88 WS-FS-PROGRAMA-OK                VALUE ZEROS.
           88 WS-FS-PROGRAMA-NAO-EXISTE        VALUE 35.
      *
       77 WS-FS-MOV                            PIC 9(02).
           88 WS-FS-OK                         VALUE ZEROS.
           88 WS-FS-NAO-EXISTE                 VALUE 35.
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       77 WS-PROGRAMA-VALIDO                   PIC X(01) VALUE SPACES.
           88 FLAG-PROGRAMA-VALIDO             VALUE "S".
      *
       77 WS-RESGATE-VALIDO                    PIC X(01) VALUE SPACES.
           88 FLAG-RESGATE-VALIDO              VALUE "S".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(40) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "SISTEMA DE COMPRAS DE MERCADO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0609 - Resgate de Fidelidade / Cashback".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Rede..............: ".
           05 SS-REDE REVERSE-VIDEO PIC X(20)
                           USING WS-REDE-TELA.
           05 LINE 07 COL 05 VALUE "Programa..........: ".
           05 SS-NOME-PROGRAMA PIC X(30)
                           USING WS-NOME-PROGRAMA-TELA.
           05 LINE 08 COL 05 VALUE "Saldo em..........: ".
           05 SS-TIPO-PROGRAMA PIC X(15)
                           USING WS-TIPO-PROGRAMA-TELA.
           05 LINE 09 COL 05 VALUE "Saldo Disponivel..: ".
           05 SS-SALDO PIC -ZZZ.ZZZ.ZZ9,99
                           USING WS-SALDO-TELA.
           05 LINE 10 COL 05 VALUE "Equivalente em R$.: ".
           05 SS-SALDO-RS PIC -ZZZ.ZZZ.ZZ9,99
                           USING WS-SALDO-RS-TELA.
           05 LINE 12 COL 05 VALUE "Data do Resgate...: ".
           05 SS-DD-RESGATE REVERSE-VIDEO PIC 99
                           USING WS-DD-RESGATE-TELA.
           05 LINE 12 COL 27 VALUE "/".
           05 SS-MM-RESGATE REVERSE-VIDEO PIC 99
                           USING WS-MM-RESGATE-TELA.
           05 LINE 12 COL 30 VALUE "/".
           05 SS-AAAA-RESGATE REVERSE-VIDEO PIC 9999
                           USING WS-AAAA-RESGATE-TELA.
           05 LINE 13 COL 05 VALUE "Qtd Resgatada.....: ".
           05 SS-QTD-RESGATE REVERSE-VIDEO PIC ZZZZZZZZ9,99
                           USING WS-QTD-RESGATE-TELA.
           05 LINE 14 COL 05 VALUE "Historico.........: ".
           05 SS-HISTORICO REVERSE-VIDEO PIC X(30)
                           USING WS-HISTORICO-TELA.
           05 LINE 16 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 17 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(40) USING WS-MENSAGEM
                                               LINE 19 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 19 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-LANCA-RESGATE THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-PROGRAMA-OK  TO  TRUE.
           SET WS-FS-OK           TO  TRUE.
           MOVE SPACES            TO  WS-RESPOSTA-TELA.

           OPEN INPUT PROGRAMA-FIDELIDADE.

           IF NOT WS-FS-PROGRAMA-OK THEN
               MOVE "NENHUM PROGRAMA DE FIDELIDADE CADASTRADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN I-O FIDELIDADE-MOV.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT FIDELIDADE-MOV
               CLOSE FIDELIDADE-MOV
               OPEN I-O FIDELIDADE-MOV
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO FIDELIDADE-MOV"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-LANCA-RESGATE.
      *
           MOVE SPACES                 TO WS-REDE-TELA.
           MOVE SPACES                 TO WS-NOME-PROGRAMA-TELA.
           MOVE SPACES                 TO WS-TIPO-PROGRAMA-TELA.
           MOVE ZEROS                  TO WS-SALDO-TELA.
           MOVE ZEROS                  TO WS-SALDO-RS-TELA.
           MOVE ZEROS                  TO WS-QTD-RESGATE-TELA.
           MOVE SPACES                 TO WS-HISTORICO-TELA.
           MOVE ZEROS                  TO WS-DD-RESGATE-TELA
                                          WS-MM-RESGATE-TELA
                                          WS-AAAA-RESGATE-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT   SS-REDE.
      *
           IF WS-REDE-TELA EQUAL SPACES THEN
               SET FLAG-SAIR                   TO TRUE
               GO TO P300-FIM
           END-IF.
      *
           PERFORM P320-LOCALIZA-PROGRAMA THRU P320-FIM.
      *
           IF NOT FLAG-PROGRAMA-VALIDO THEN
               GO TO P300-FIM
           END-IF.
      *
      *    SALDO DE HOJE E SUGESTAO DE RESGATE NA DATA DE HOJE
           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.
           MOVE WS-DATA-CORRENTE-R     TO WS-DATA-LIMITE.
           MOVE WS-DATA-CORRENTE-R (1:6) TO WS-COMPETENCIA-REF.
      *
           PERFORM P600-CALCULA-SALDO THRU P600-FIM.
      *
           MOVE WS-SALDO-PONTOS        TO WS-SALDO-TELA.
           COMPUTE WS-SALDO-RS-TELA ROUNDED =
                   WS-SALDO-PONTOS * VLR-RESGATE-FIDELIDADE.
      *
           MOVE WS-DD-CORRENTE         TO WS-DD-RESGATE-TELA.
           MOVE WS-MM-CORRENTE         TO WS-MM-RESGATE-TELA.
           MOVE WS-AAAA-CORRENTE       TO WS-AAAA-RESGATE-TELA.
      *
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-DD-RESGATE.
           ACCEPT  SS-MM-RESGATE.
           ACCEPT  SS-AAAA-RESGATE.
           ACCEPT  SS-QTD-RESGATE.
           ACCEPT  SS-HISTORICO.
           ACCEPT  SS-RESPOSTA-TELA.
      *
           IF NOT FLAG-GRAVAR THEN
               GO TO P300-FIM
           END-IF.
      *
           PERFORM P350-VALIDA-RESGATE THRU P350-FIM.
      *
           IF FLAG-RESGATE-VALIDO THEN
               PERFORM P500-GRAVA-RESGATE THRU P500-FIM
           END-IF.
      *
       P300-FIM.
      *
       P320-LOCALIZA-PROGRAMA.
      *
           MOVE SPACES                 TO WS-PROGRAMA-VALIDO.
           MOVE WS-REDE-TELA           TO REDE-FIDELIDADE.
      *
           READ PROGRAMA-FIDELIDADE
               KEY IS REDE-FIDELIDADE
                   INVALID KEY
                       MOVE "REDE SEM PROGRAMA DE FIDELIDADE"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1901
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-PROGRAMA-VALIDO TO TRUE
                       MOVE NOME-PROGRAMA-FIDELIDADE
                                       TO WS-NOME-PROGRAMA-TELA
                       IF PROGRAMA-CASHBACK THEN
                           MOVE "R$ (CASHBACK)" TO WS-TIPO-PROGRAMA-TELA
                       ELSE
                           MOVE "PONTOS"   TO WS-TIPO-PROGRAMA-TELA
                       END-IF
           END-READ.
      *
       P320-FIM.
      *
       P350-VALIDA-RESGATE.
      *
           MOVE SPACES                 TO WS-RESGATE-VALIDO.
      *
           IF WS-QTD-RESGATE-TELA EQUAL ZEROS THEN
               MOVE "QUANTIDADE RESGATADA OBRIGATORIA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           IF WS-MM-RESGATE-TELA < 1 OR > 12
              OR WS-DD-RESGATE-TELA < 1 OR > 31 THEN
               MOVE "DATA DO RESGATE INVALIDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           MOVE WS-AAAA-RESGATE-TELA   TO WS-AAAA-RESGATE.
           MOVE WS-MM-RESGATE-TELA     TO WS-MM-RESGATE.
           MOVE WS-DD-RESGATE-TELA     TO WS-DD-RESGATE.
      *
           IF WS-DATA-RESGATE-R > WS-DATA-CORRENTE-R THEN
               MOVE "DATA DO RESGATE NO FUTURO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           IF WS-QTD-RESGATE-TELA > WS-SALDO-TELA THEN
               MOVE "RESGATE MAIOR QUE O SALDO DISPONIVEL"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           SET FLAG-RESGATE-VALIDO     TO TRUE.
      *
       P350-FIM.
      *
       P500-GRAVA-RESGATE.
      *
           PERFORM P520-PROXIMA-SEQUENCIA THRU P520-FIM.
      *
           COMPUTE WS-VLR-RESGATE-RS ROUNDED =
                   WS-QTD-RESGATE-TELA * VLR-RESGATE-FIDELIDADE.
      *
           INITIALIZE REG-FIDELIDADE-MOV.
           MOVE WS-REDE-TELA           TO REDE-FIDELIDADE-MOV.
           MOVE WS-DATA-RESGATE-R      TO DATA-FIDELIDADE-MOV.
           MOVE WS-ULTIMA-SEQ          TO SEQ-FIDELIDADE-MOV.
           SET MOV-RESGATE             TO TRUE.
           MOVE WS-QTD-RESGATE-TELA    TO QTD-PONTOS-FIDELIDADE-MOV.
           MOVE WS-VLR-RESGATE-RS      TO VLR-FIDELIDADE-MOV.
           MOVE ZEROS                  TO VLR-COMPRAS-FIDELIDADE-MOV
                                          COMPETENCIA-VALIDADE-MOV.
           MOVE WS-HISTORICO-TELA      TO HISTORICO-FIDELIDADE-MOV.
           MOVE WS-DATA-CORRENTE-R     TO DATA-LANCTO-FIDELIDADE-MOV.
           MOVE LK-OPERADOR-ID         TO OPERADOR-FIDELIDADE-MOV.
      *
           WRITE REG-FIDELIDADE-MOV.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA GRAVACAO DO RESGATE"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P500-FIM
           END-IF.
      *
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           MOVE WS-QTD-RESGATE-TELA    TO WS-QTD-EDITADA.
           MOVE WS-VLR-RESGATE-RS      TO WS-VLR-EDITADO.
           STRING "RESGATE: "          DELIMITED BY SIZE
                  WS-QTD-EDITADA       DELIMITED BY SIZE
                  " R$: "              DELIMITED BY SIZE
                  WS-VLR-EDITADO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-HISTORICO-TELA    DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO.
           MOVE "I"                    TO AUD-OPERACAO.
           MOVE SPACES                 TO AUD-CHAVE.
           STRING WS-REDE-TELA         DELIMITED BY "  "
                  "-"                  DELIMITED BY SIZE
                  WS-DATA-RESGATE-R    DELIMITED BY SIZE
                                       INTO AUD-CHAVE.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
           MOVE "RESGATE LANCADO"      TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1901.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
      *    *========================================================*
      *    * SEQUENCIA DO RESGATE DENTRO DO DIA - A SEQUENCIA ZERO
      *    * DO DIA 1 E RESERVADA AO ACUMULO DA COMPETENCIA
      *    *========================================================*
       P520-PROXIMA-SEQUENCIA.
      *
           MOVE ZEROS                  TO WS-ULTIMA-SEQ.
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE WS-REDE-TELA           TO REDE-FIDELIDADE-MOV.
           MOVE WS-DATA-RESGATE-R      TO DATA-FIDELIDADE-MOV.
           MOVE 1                      TO SEQ-FIDELIDADE-MOV.
      *
           START FIDELIDADE-MOV KEY IS NOT LESS THAN
                                               CHAVE-FIDELIDADE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-MOV
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF REDE-FIDELIDADE-MOV NOT EQUAL WS-REDE-TELA
                          OR DATA-FIDELIDADE-MOV NOT EQUAL
                                               WS-DATA-RESGATE-R
                           SET FLAG-FIM-MOV    TO TRUE
                       ELSE
                           MOVE SEQ-FIDELIDADE-MOV TO WS-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM.
      *
           ADD 1                       TO WS-ULTIMA-SEQ.
      *
       P520-FIM.
      *
      *    *========================================================*
      *    * SALDO FIFO DA REDE ATE WS-DATA-LIMITE: 1A. PASSADA SOMA
      *    * OS RESGATES, 2A. PASSADA CONSOME OS ACUMULOS DO MAIS
      *    * ANTIGO PARA O MAIS NOVO E SEPARA O QUE EXPIROU
      *    *========================================================*
       P600-CALCULA-SALDO.
      *
           MOVE ZEROS                  TO WS-TOT-RESGATADO
                                          WS-PONTOS-EXPIRADOS
                                          WS-SALDO-PONTOS.
      *
           PERFORM P610-POSICIONA-REDE THRU P610-FIM.
      *
           PERFORM UNTIL FLAG-FIM-MOV
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF REDE-FIDELIDADE-MOV NOT EQUAL WS-REDE-TELA
                           SET FLAG-FIM-MOV    TO TRUE
                       ELSE
                           IF MOV-RESGATE AND
                              DATA-FIDELIDADE-MOV <= WS-DATA-LIMITE
                               ADD QTD-PONTOS-FIDELIDADE-MOV
                                           TO WS-TOT-RESGATADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
           MOVE WS-TOT-RESGATADO       TO WS-A-CONSUMIR.
      *
           PERFORM P610-POSICIONA-REDE THRU P610-FIM.
      *
           PERFORM UNTIL FLAG-FIM-MOV
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF REDE-FIDELIDADE-MOV NOT EQUAL WS-REDE-TELA
                           SET FLAG-FIM-MOV    TO TRUE
                       ELSE
                           IF MOV-ACUMULO AND
                              DATA-FIDELIDADE-MOV <= WS-DATA-LIMITE
                               PERFORM P620-CONSOME-ACUMULO
                                  THRU P620-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
      *    RESGATE SEM ACUMULO CORRESPONDENTE REDUZ O SALDO
           SUBTRACT WS-A-CONSUMIR      FROM WS-SALDO-PONTOS.
      *
       P600-FIM.
      *
       P610-POSICIONA-REDE.
      *
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE WS-REDE-TELA           TO REDE-FIDELIDADE-MOV.
           MOVE ZEROS                  TO DATA-FIDELIDADE-MOV
                                          SEQ-FIDELIDADE-MOV.
      *
           START FIDELIDADE-MOV KEY IS NOT LESS THAN
                                               CHAVE-FIDELIDADE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.
      *
       P610-FIM.
      *
       P620-CONSOME-ACUMULO.
      *
           MOVE QTD-PONTOS-FIDELIDADE-MOV TO WS-RESTANTE-ACUMULO.
      *
           IF WS-A-CONSUMIR >= WS-RESTANTE-ACUMULO THEN
               SUBTRACT WS-RESTANTE-ACUMULO FROM WS-A-CONSUMIR
               MOVE ZEROS              TO WS-RESTANTE-ACUMULO
           ELSE
               SUBTRACT WS-A-CONSUMIR  FROM WS-RESTANTE-ACUMULO
               MOVE ZEROS              TO WS-A-CONSUMIR
           END-IF.
      *
           IF COMPETENCIA-VALIDADE-MOV NOT EQUAL ZEROS AND
              COMPETENCIA-VALIDADE-MOV < WS-COMPETENCIA-REF
               ADD WS-RESTANTE-ACUMULO TO WS-PONTOS-EXPIRADOS
           ELSE
               ADD WS-RESTANTE-ACUMULO TO WS-SALDO-PONTOS
           END-IF.
      *
       P620-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0609"         TO AUD-PROGRAMA.
           MOVE "FIDELIDADE-MOV"   TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE PROGRAMA-FIDELIDADE
                 FIDELIDADE-MOV
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0609.
