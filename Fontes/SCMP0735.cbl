      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: LANCAMENTO DO CREDITO MENSAL DO VALE-ALIMENTACAO /
      *          REFEICAO (VA/VR) PAGO PELO EMPREGADOR. MOSTRA O SALDO
      *          ATUAL DO RAZAO DO VALE E O ULTIMO CREDITO (SUGERIDO
      *          COMO VALOR DO NOVO), PEDE CONFIRMACAO QUANDO JA HA
      *          CREDITO NO MES E GRAVA O CREDITO NO VALE-MOV VIA
      *          SCMP0904, COM AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0735.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-SALDO-TELA                     PIC S9(12)V99 VALUE ZEROS.
       77 WS-VLR-ULT-CREDITO-TELA            PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-CREDITO-TELA                PIC 9(09)V99 VALUE ZEROS.
       77 WS-HISTORICO-TELA                    PIC X(30) VALUE SPACES.
      *
       01 WS-DATA-ULT-CREDITO-TELA.
           05 WS-DD-ULT-CREDITO-TELA           PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-ULT-CREDITO-TELA           PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-ULT-CREDITO-TELA         PIC 9(04).
      *
       01 WS-DATA-CREDITO-TELA.
           05 WS-DD-CREDITO-TELA               PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-CREDITO-TELA               PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-CREDITO-TELA             PIC 9(04).
      *
       01 WS-DATA-CREDITO.
           05 WS-AAAA-CREDITO                  PIC 9(04).
           05 WS-MM-CREDITO                    PIC 9(02).
           05 WS-DD-CREDITO                    PIC 9(02).
       01 WS-DATA-CREDITO-R REDEFINES WS-DATA-CREDITO
                                               PIC 9(08).
      *
       01 WS-DATA-ULT-CREDITO.
           05 WS-AAAA-ULT-CREDITO              PIC 9(04).
           05 WS-MM-ULT-CREDITO                PIC 9(02).
           05 WS-DD-ULT-CREDITO                PIC 9(02).
       01 WS-DATA-ULT-CREDITO-R REDEFINES WS-DATA-ULT-CREDITO
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
      *    * RAZAO DO VALE-ALIMENTACAO (SCMP0904)
      *    *========================================================*
       01 WS-LKS-AREA-VALE.
           05 WS-LKS-FUNCAO-VALE               PIC X(01).
           05 WS-LKS-TIPO-MOV-VALE             PIC X(01).
           05 WS-LKS-DATA-MOV-VALE             PIC 9(08).
           05 WS-LKS-VALOR-VALE                PIC 9(12)V99.
           05 WS-LKS-PRODUTO-VALE              PIC X(14).
           05 WS-LKS-MERCADO-VALE              PIC X(10).
           05 WS-LKS-HISTORICO-VALE            PIC X(30).
           05 WS-LKS-OPERADOR-VALE             PIC X(08).
           05 WS-LKS-SALDO-VALE                PIC S9(12)V99.
           05 WS-LKS-VLR-ULT-CRED-VALE         PIC 9(12)V99.
           05 WS-LKS-DATA-ULT-CRED-VALE        PIC 9(08).
           05 WS-LKS-RETORNO-VALE              PIC 9(01).
      *
       77 WS-VLR-EDITADO                      PIC ZZZ.ZZZ.ZZ9,99.
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       77 WS-CREDITO-VALIDO                    PIC X(01) VALUE SPACES.
           88 FLAG-CREDITO-VALIDO              VALUE "S".
      *
       77 WS-CONFIRMA-MES                      PIC X(01) VALUE SPACES.
           88 FLAG-CONFIRMA-MES                VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
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
                       "SMCP0735 - Vale-Alimentacao: Creditos".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Saldo Atual do Vale: ".
           05 SS-SALDO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                           USING WS-SALDO-TELA.
           05 LINE 07 COL 05 VALUE "Ultimo Credito.....: ".
           05 SS-VLR-ULT-CREDITO PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           USING WS-VLR-ULT-CREDITO-TELA.
           05 LINE 07 COL 47 VALUE "em ".
           05 SS-DATA-ULT-CREDITO PIC X(10)
                           USING WS-DATA-ULT-CREDITO-TELA.
           05 LINE 09 COL 05 VALUE "Data do Credito....: ".
           05 SS-DD-CREDITO REVERSE-VIDEO PIC 99
                           USING WS-DD-CREDITO-TELA.
           05 LINE 09 COL 28 VALUE "/".
           05 SS-MM-CREDITO REVERSE-VIDEO PIC 99
                           USING WS-MM-CREDITO-TELA.
           05 LINE 09 COL 31 VALUE "/".
           05 SS-AAAA-CREDITO REVERSE-VIDEO PIC 9999
                           USING WS-AAAA-CREDITO-TELA.
           05 LINE 10 COL 05 VALUE "Valor do Credito...: ".
           05 SS-VLR-CREDITO REVERSE-VIDEO PIC ZZZZZZZZ9,99
                           USING WS-VLR-CREDITO-TELA.
           05 LINE 11 COL 05 VALUE "Historico..........: ".
           05 SS-HISTORICO REVERSE-VIDEO PIC X(30)
                           USING WS-HISTORICO-TELA.
           05 LINE 13 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 14 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 16 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 16 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-LANCA-CREDITO THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           MOVE SPACES            TO  WS-RESPOSTA-TELA.
      *
           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-LANCA-CREDITO.
      *
      *    *========================================================*
      *    * SALDO ATUAL E ULTIMO CREDITO VEM DO RAZAO DO VALE; O
      *    * NOVO CREDITO SUGERE A DATA DE HOJE E O MESMO VALOR DO
      *    * ULTIMO CREDITO (O VALOR PAGO PELO EMPREGADOR SE REPETE)
      *    *========================================================*
           MOVE "S"                    TO WS-LKS-FUNCAO-VALE.
           CALL "SCMP0904" USING WS-LKS-AREA-VALE.
      *
           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO VALE-MOV"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               SET FLAG-SAIR               TO TRUE
               GO TO P300-FIM
           END-IF.
      *
           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.
      *
           MOVE WS-LKS-SALDO-VALE      TO WS-SALDO-TELA.
           MOVE WS-LKS-VLR-ULT-CRED-VALE TO WS-VLR-ULT-CREDITO-TELA.
           MOVE WS-LKS-DATA-ULT-CRED-VALE TO WS-DATA-ULT-CREDITO-R.
           MOVE WS-DD-ULT-CREDITO      TO WS-DD-ULT-CREDITO-TELA.
           MOVE WS-MM-ULT-CREDITO      TO WS-MM-ULT-CREDITO-TELA.
           MOVE WS-AAAA-ULT-CREDITO    TO WS-AAAA-ULT-CREDITO-TELA.
      *
           MOVE WS-DD-CORRENTE         TO WS-DD-CREDITO-TELA.
           MOVE WS-MM-CORRENTE         TO WS-MM-CREDITO-TELA.
           MOVE WS-AAAA-CORRENTE       TO WS-AAAA-CREDITO-TELA.
           MOVE WS-LKS-VLR-ULT-CRED-VALE TO WS-VLR-CREDITO-TELA.
           MOVE "CREDITO MENSAL DO EMPREGADOR"
                                       TO WS-HISTORICO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-DD-CREDITO.
           ACCEPT  SS-MM-CREDITO.
           ACCEPT  SS-AAAA-CREDITO.
           ACCEPT  SS-VLR-CREDITO.
           ACCEPT  SS-HISTORICO.
           ACCEPT  SS-RESPOSTA-TELA.
      *
           IF NOT FLAG-GRAVAR THEN
               GO TO P300-FIM
           END-IF.
      *
           PERFORM P350-VALIDA-CREDITO THRU P350-FIM.
      *
           IF FLAG-CREDITO-VALIDO THEN
               PERFORM P500-GRAVA-CREDITO THRU P500-FIM
           END-IF.
      *
       P300-FIM.
      *
       P350-VALIDA-CREDITO.
      *
           MOVE SPACES                 TO WS-CREDITO-VALIDO.
      *
           IF WS-VLR-CREDITO-TELA EQUAL ZEROS THEN
               MOVE "VALOR DO CREDITO OBRIGATORIO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           IF WS-MM-CREDITO-TELA < 1 OR > 12
              OR WS-DD-CREDITO-TELA < 1 OR > 31 THEN
               MOVE "DATA DO CREDITO INVALIDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
           MOVE WS-AAAA-CREDITO-TELA   TO WS-AAAA-CREDITO.
           MOVE WS-MM-CREDITO-TELA     TO WS-MM-CREDITO.
           MOVE WS-DD-CREDITO-TELA     TO WS-DD-CREDITO.
      *
           IF WS-DATA-CREDITO-R > WS-DATA-CORRENTE-R THEN
               MOVE "DATA DO CREDITO NO FUTURO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.
      *
      *    O EMPREGADOR CREDITA UMA VEZ POR MES - UM SEGUNDO
      *    CREDITO NO MESMO MES PEDE CONFIRMACAO (DIGITACAO EM DOBRO)
           IF WS-AAAA-ULT-CREDITO EQUAL WS-AAAA-CREDITO
              AND WS-MM-ULT-CREDITO EQUAL WS-MM-CREDITO THEN
               MOVE SPACES             TO WS-CONFIRMA-MES
               DISPLAY "JA HA CREDITO NESTE MES - CONFIRMA <S/N>? "
                                                    AT 1705
               ACCEPT WS-CONFIRMA-MES               AT 1748
               DISPLAY SS-LIMPA-MENSAGEM
               IF NOT FLAG-CONFIRMA-MES THEN
                   GO TO P350-FIM
               END-IF
           END-IF.
      *
           SET FLAG-CREDITO-VALIDO     TO TRUE.
      *
       P350-FIM.
      *
       P500-GRAVA-CREDITO.
      *
           MOVE "L"                    TO WS-LKS-FUNCAO-VALE.
           MOVE "C"                    TO WS-LKS-TIPO-MOV-VALE.
           MOVE WS-DATA-CREDITO-R      TO WS-LKS-DATA-MOV-VALE.
           MOVE WS-VLR-CREDITO-TELA    TO WS-LKS-VALOR-VALE.
           MOVE SPACES                 TO WS-LKS-PRODUTO-VALE.
           MOVE SPACES                 TO WS-LKS-MERCADO-VALE.
           MOVE WS-HISTORICO-TELA      TO WS-LKS-HISTORICO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.
      *
           CALL "SCMP0904" USING WS-LKS-AREA-VALE.
      *
           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ERRO NA GRAVACAO DO CREDITO"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P500-FIM
           END-IF.
      *
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           MOVE WS-VLR-CREDITO-TELA    TO WS-VLR-EDITADO.
           STRING "CREDITO R$: "       DELIMITED BY SIZE
                  WS-VLR-EDITADO       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-HISTORICO-TELA    DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO.
           MOVE "I"                    TO AUD-OPERACAO.
           MOVE WS-DATA-CREDITO-R      TO AUD-CHAVE.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
           MOVE "CREDITO LANCADO"      TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1601.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0735"         TO AUD-PROGRAMA.
           MOVE "VALE-MOV"         TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0735.
