      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONFIRMACAO DE ENTREGA DE COMPRA RECORRENTE
      *          (ASSINATURA) - BAIXA A ENTREGA PENDENTE GERADA PELO
      *          SCMP0343:
      *          - ENTREGUE = N: FICA COMO NAO ENTREGUE (SAI DA
      *            COBRANCA DE ATRASO, NADA VAI PARA OS PRECOS);
      *          - ENTREGUE = S: GRAVA QUANTIDADE, VALOR PAGO E DATA DO
      *            RECEBIMENTO (ZERO = O PREVISTO / HOJE) E GERA A LINHA
      *            NO ARQUIVO DE CARGA DE PRECOS
      *            (PRECO-PRODUTO-CARGA.prn, LAYOUT CSV), PROCESSADO
      *            PELO SCMP0300 NA SAIDA DA TELA, COMO QUALQUER OUTRA
      *            COMPRA.
      *          DATA PREVISTA ZERO BAIXA A ENTREGA PENDENTE MAIS ANTIGA
      *          DA ASSINATURA. PRECO UNITARIO PAGO DIFERENTE DO
      *          PREVISTO SAI EM DESTAQUE NA TELA E FICA MARCADO PARA O
      *          RELATORIO NOTURNO DO SCMP0343. TODA GRAVACAO VAI PARA A
      *          AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0344.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSINATURA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ASSINATURA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-ASSINATURA
                FILE STATUS    IS WS-FS-ASSINATURA.
      *
           SELECT ASSINATURA-ENTREGA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ASSINATURA-ENTREGA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ASSINATURA-ENTREGA
                FILE STATUS    IS WS-FS-ENTREGA.
      *
           SELECT CARGA-PRC ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRECO-PRODUTO-CARGA.prn"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CARGA.
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
       FD ASSINATURA.
           COPY "Assinatura.cpy".
      *
       FD ASSINATURA-ENTREGA.
           COPY "AssinaturaEntrega.cpy".
      *
       FD CARGA-PRC.
       01 REG-CARGA                            PIC X(147).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-ASSINATURA-TELA               PIC X(10) VALUE SPACES.
       77 WS-PREVISTA-TELA                     PIC 9(08) VALUE ZEROS.
       77 WS-ENTREGUE-TELA                     PIC X(01) VALUE SPACES.
           88 FLAG-ENTREGUE                    VALUE "S" "s".
           88 FLAG-NAO-ENTREGUE                VALUE "N" "n".
       77 WS-QTD-TELA                   PIC 9(04)V999 VALUE ZEROS.
       77 WS-VLR-TELA                          PIC 9(05)V99 VALUE ZEROS.
       77 WS-RECEBIMENTO-TELA                  PIC 9(08) VALUE ZEROS.
      *
       77 WS-FS-ASSINATURA                     PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-ENTREGA                        PIC X(02).
           88 WS-FS-ENTREGA-OK                 VALUE "00".
           88 WS-FS-ENTREGA-NAO-EXISTE         VALUE "35".
      *
       77 WS-FS-CARGA                          PIC X(02).
           88 WS-FS-CARGA-OK                   VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-TEM-PENDENTE                      PIC X(01) VALUE "N".
           88 FLAG-TEM-PENDENTE                VALUE "S".
      *
       77 WS-CARGA-ABERTA                      PIC X(01) VALUE "N".
           88 FLAG-CARGA-ABERTA                VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q" "q".
           88 FLAG-CONTINUAR                   VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-DESTAQUE-1                        PIC X(70) VALUE SPACES.
       77 WS-DESTAQUE-2                        PIC X(70) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       77 WS-DATA-HOJE                         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ITENS-GERADOS                 PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-AAAAMMDD.
           05 WS-DT-AAAA                       PIC 9(04).
           05 WS-DT-MM                         PIC 9(02).
           05 WS-DT-DD                         PIC 9(02).
       01 WS-DATA-AAAAMMDD-NUM REDEFINES WS-DATA-AAAAMMDD
                                               PIC 9(08).
      *
       01 WS-LKS-AREA-DATA.
           05 WS-LKS-DATA                      PIC X(10).
           05 WS-LKS-RETORNO                   PIC 9(01).
               88 WS-LKS-DATA-VALIDA           VALUE 0.
               88 WS-LKS-DATA-FUTURA           VALUE 3.
      *
      *    *========================================================*
      *    * PRECO UNITARIO PREVISTO X PAGO. A COMPARACAO E FEITA EM
      *    * PRODUTO CRUZADO (VALOR PAGO X QTD PREVISTA CONTRA VALOR
      *    * PREVISTO X QTD ENTREGUE), SEM ARREDONDAMENTO
      *    *========================================================*
       77 WS-CRUZADO-PAGO                  PIC 9(09)V9(05) VALUE ZEROS.
       77 WS-CRUZADO-PREVISTO              PIC 9(09)V9(05) VALUE ZEROS.
       77 WS-UNIT-PREVISTO                 PIC 9(07)V9999 VALUE ZEROS.
       77 WS-UNIT-PAGO                     PIC 9(07)V9999 VALUE ZEROS.
       77 WS-UNIT-EDITADO-1                PIC Z.ZZZ.ZZ9,9999.
       77 WS-UNIT-EDITADO-2                PIC Z.ZZZ.ZZ9,9999.
      *
      *    *========================================================*
      *    * CAMPOS DA LINHA CSV DA CARGA (LAYOUT DO SCMP0300)
      *    *========================================================*
       77 WS-DATA-CARGA                        PIC X(10) VALUE SPACES.
       77 WS-VLR-CARGA                         PIC 9(05),99.
       77 WS-QTD-CARGA                         PIC 9(04),999.
      *
      *    *========================================================*
      *    * IMAGEM DA ENTREGA PARA A AUDITORIA (ANTES/DEPOIS)
      *    *========================================================*
       01 WS-RESUMO-ENTREGA.
           05 WS-RES-SITUACAO                  PIC X(01).
           05 FILLER                           PIC X(02) VALUE " Q".
           05 WS-RES-QTD                       PIC 9(04),999.
           05 FILLER                           PIC X(02) VALUE " V".
           05 WS-RES-VLR                       PIC 9(05),99.
           05 FILLER                           PIC X(02) VALUE " R".
           05 WS-RES-RECEBIMENTO               PIC 9(08).
           05 FILLER                           PIC X(02) VALUE " D".
           05 WS-RES-DIVERGENCIA               PIC X(01).
           05 FILLER                           PIC X(02) VALUE " A".
           05 WS-RES-ATRASO                    PIC X(01).
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
           05 LINE 02 COL 05 VALUE "COMPRAS RECORRENTES".
           05 LINE 03 COL 05 VALUE
                       "SMCP0344 - Confirmacao de Entrega".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Assinatura...................: ".
           05 SS-COD-ASSINATURA REVERSE-VIDEO PIC X(10)
                           USING WS-COD-ASSINATURA-TELA.
           05 LINE 07 COL 05 VALUE "Data Prevista (AAAAMMDD).....: ".
           05 SS-PREVISTA REVERSE-VIDEO PIC 9(08)
                           USING WS-PREVISTA-TELA.
           05 LINE 07 COL 50 VALUE "(zero = mais antiga)".
           05 LINE 08 COL 05 VALUE "Entregue <S/N>...............: ".
           05 SS-ENTREGUE REVERSE-VIDEO PIC X(01)
                           USING WS-ENTREGUE-TELA.
           05 LINE 09 COL 05 VALUE "Quantidade Entregue..........: ".
           05 SS-QTD REVERSE-VIDEO PIC ZZZ9,999
                           USING WS-QTD-TELA.
           05 LINE 09 COL 50 VALUE "(zero = prevista)".
           05 LINE 10 COL 05 VALUE "Valor Pago...................: ".
           05 SS-VLR REVERSE-VIDEO PIC ZZZZ9,99
                           USING WS-VLR-TELA.
           05 LINE 10 COL 50 VALUE "(zero = previsto)".
           05 LINE 11 COL 05 VALUE "Data Recebimento (AAAAMMDD)..: ".
           05 SS-RECEBIMENTO REVERSE-VIDEO PIC 9(08)
                           USING WS-RECEBIMENTO-TELA.
           05 LINE 11 COL 50 VALUE "(zero = hoje)".
           05 LINE 17 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 18 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 19 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 20 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 20 BLANK LINE.
      *
      *    PRECO DIVERGENTE DO PREVISTO, EM DESTAQUE
       01  SS-DESTAQUE.
           05 SS-DESTAQUE-1 REVERSE-VIDEO PIC X(70)
                           USING WS-DESTAQUE-1 LINE 22 COL 05.
           05 SS-DESTAQUE-2 REVERSE-VIDEO PIC X(70)
                           USING WS-DESTAQUE-2 LINE 23 COL 05.
      *
       01  SS-LIMPA-DESTAQUE.
           05 LINE 22 BLANK LINE.
           05 LINE 23 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.
           MOVE ZEROS              TO WS-QTD-ITENS-GERADOS.
           MOVE "N"                TO WS-CARGA-ABERTA.
           ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD.

           OPEN INPUT ASSINATURA.

           IF NOT WS-FS-OK THEN
               MOVE "NENHUMA ASSINATURA CADASTRADA"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               GOBACK
           END-IF.

           OPEN I-O ASSINATURA-ENTREGA.

           IF NOT WS-FS-ENTREGA-OK THEN
               MOVE "NENHUMA ENTREGA GERADA (SCMP0343)"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2001
               DISPLAY SS-LIMPA-MENSAGEM
               CLOSE ASSINATURA
               GOBACK
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-COD-ASSINATURA-TELA.
           MOVE ZEROS                  TO WS-PREVISTA-TELA.
           MOVE SPACES                 TO WS-ENTREGUE-TELA.
           MOVE ZEROS                  TO WS-QTD-TELA.
           MOVE ZEROS                  TO WS-VLR-TELA.
           MOVE ZEROS                  TO WS-RECEBIMENTO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-CONFIRMA THRU P400-FIM
           END-IF.
      *
       P300-FIM.
      *
       P400-CONFIRMA.
      *
           IF WS-COD-ASSINATURA-TELA EQUAL SPACES THEN
               MOVE "INFORME O CODIGO DA ASSINATURA" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           IF NOT FLAG-ENTREGUE AND NOT FLAG-NAO-ENTREGUE THEN
               MOVE "INFORME SE FOI ENTREGUE (S/N)" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-COD-ASSINATURA-TELA TO COD-ASSINATURA.

           READ ASSINATURA
               KEY IS COD-ASSINATURA
                   INVALID KEY
                       MOVE "ASSINATURA NAO CADASTRADA" TO WS-MENSAGEM
                       GO TO P400-MENSAGEM
           END-READ.

           IF WS-PREVISTA-TELA EQUAL ZEROS THEN
               PERFORM P410-PROCURA-MAIS-ANTIGA THRU P410-FIM
               IF NOT FLAG-TEM-PENDENTE
                   MOVE "NENHUMA ENTREGA PENDENTE NESTA ASSINATURA"
                                           TO WS-MENSAGEM
                   GO TO P400-MENSAGEM
               END-IF
           ELSE
               MOVE COD-ASSINATURA     TO FK-COD-ASSINATURA-ENT
               MOVE WS-PREVISTA-TELA   TO DATA-PREVISTA-ENTREGA
               READ ASSINATURA-ENTREGA
                   KEY IS CHAVE-ASSINATURA-ENTREGA
                       INVALID KEY
                           MOVE "NAO HA ENTREGA PREVISTA NESTA DATA"
                                           TO WS-MENSAGEM
                           GO TO P400-MENSAGEM
               END-READ
           END-IF.

           IF NOT ENTREGA-PENDENTE THEN
               MOVE "ENTREGA JA CONFIRMADA OU BAIXADA" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P480-MONTA-RESUMO THRU P480-FIM.
           MOVE WS-RESUMO-ENTREGA      TO AUD-VALOR-ANTERIOR.

           IF FLAG-NAO-ENTREGUE THEN
               SET ENTREGA-NAO-ENTREGUE TO TRUE
               MOVE WS-DATA-HOJE       TO DATA-CONFIRMACAO-ENTREGA
               MOVE LK-OPERADOR-ID     TO OPERADOR-CONFIRMACAO-ENT
               REWRITE REG-ASSINATURA-ENTREGA
               IF WS-FS-ENTREGA-OK
                   MOVE "ENTREGA REGISTRADA COMO NAO ENTREGUE"
                                           TO WS-MENSAGEM
                   PERFORM P490-AUDITA-ENTREGA THRU P490-FIM
               ELSE
                   MOVE "ERRO NA GRAVACAO DA ENTREGA" TO WS-MENSAGEM
               END-IF
               GO TO P400-MENSAGEM
           END-IF.

      *    *========================================================*
      *    * ENTREGUE: ZERO NA TELA ASSUME O PREVISTO / HOJE. DATA DE
      *    * RECEBIMENTO NAO PODE SER FUTURA (VAI PARA OS PRECOS)
      *    *========================================================*
           IF WS-QTD-TELA EQUAL ZEROS THEN
               MOVE QTD-PREVISTA-ENTREGA TO WS-QTD-TELA
           END-IF.
           IF WS-VLR-TELA EQUAL ZEROS THEN
               MOVE VLR-PREVISTO-ENTREGA TO WS-VLR-TELA
           END-IF.
           IF WS-RECEBIMENTO-TELA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE       TO WS-RECEBIMENTO-TELA
           END-IF.

           MOVE WS-RECEBIMENTO-TELA    TO WS-DATA-AAAAMMDD-NUM.
           PERFORM P470-VALIDA-DATA THRU P470-FIM.
           IF WS-LKS-DATA-FUTURA THEN
               MOVE "DATA DE RECEBIMENTO NAO PODE SER FUTURA"
                                           TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.
           IF NOT WS-LKS-DATA-VALIDA THEN
               MOVE "DATA DE RECEBIMENTO INVALIDA" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           SET ENTREGA-CONFIRMADA      TO TRUE.
           MOVE WS-DATA-HOJE           TO DATA-CONFIRMACAO-ENTREGA.
           MOVE WS-RECEBIMENTO-TELA    TO DATA-RECEBIMENTO-ENTREGA.
           MOVE WS-QTD-TELA            TO QTD-ENTREGUE.
           MOVE WS-VLR-TELA            TO VLR-PAGO-ENTREGA.
           MOVE LK-OPERADOR-ID         TO OPERADOR-CONFIRMACAO-ENT.

           PERFORM P420-CONFERE-PRECO THRU P420-FIM.

           REWRITE REG-ASSINATURA-ENTREGA.

           IF NOT WS-FS-ENTREGA-OK THEN
               MOVE "ERRO NA GRAVACAO DA ENTREGA" TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           PERFORM P490-AUDITA-ENTREGA THRU P490-FIM.

           PERFORM P450-GRAVA-CARGA THRU P450-FIM.

           IF PRECO-DIVERGENTE THEN
               MOVE "ENTREGA CONFIRMADA - PRECO DIFERENTE DO PREVISTO"
                                           TO WS-MENSAGEM
               DISPLAY SS-DESTAQUE
           ELSE
               MOVE "ENTREGA CONFIRMADA OK" TO WS-MENSAGEM
           END-IF.
      *
       P400-MENSAGEM.

           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2001.
           DISPLAY SS-LIMPA-MENSAGEM.
           DISPLAY SS-LIMPA-DESTAQUE.
      *
       P400-FIM.
      *
       P410-PROCURA-MAIS-ANTIGA.
      *
      *    A CHAVE E ASSINATURA + DATA: A PRIMEIRA PENDENTE E A ANTIGA
           MOVE "N"                    TO WS-TEM-PENDENTE.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE COD-ASSINATURA         TO FK-COD-ASSINATURA-ENT.
           MOVE ZEROS                  TO DATA-PREVISTA-ENTREGA.

           START ASSINATURA-ENTREGA
               KEY IS NOT LESS THAN CHAVE-ASSINATURA-ENTREGA
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ ASSINATURA-ENTREGA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FK-COD-ASSINATURA-ENT NOT EQUAL
                                           COD-ASSINATURA
                           SET FLAG-EOF        TO TRUE
                       ELSE
                           IF ENTREGA-PENDENTE
                               SET FLAG-TEM-PENDENTE TO TRUE
                               SET FLAG-EOF    TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-CONFERE-PRECO.
      *
           MOVE "N"                    TO IND-DIVERGENCIA-PRECO.
           MOVE SPACES                 TO WS-DESTAQUE-1.
           MOVE SPACES                 TO WS-DESTAQUE-2.

           COMPUTE WS-CRUZADO-PAGO =
               VLR-PAGO-ENTREGA * QTD-PREVISTA-ENTREGA.
           COMPUTE WS-CRUZADO-PREVISTO =
               VLR-PREVISTO-ENTREGA * QTD-ENTREGUE.

           IF WS-CRUZADO-PAGO EQUAL WS-CRUZADO-PREVISTO THEN
               GO TO P420-FIM
           END-IF.

      *    RELATADA PELO SCMP0343 NA PROXIMA EXECUCAO NOTURNA
           SET DIVERGENCIA-A-RELATAR   TO TRUE.

           MOVE ZEROS                  TO WS-UNIT-PREVISTO
                                          WS-UNIT-PAGO.
           IF QTD-PREVISTA-ENTREGA > ZEROS THEN
               COMPUTE WS-UNIT-PREVISTO ROUNDED =
                   VLR-PREVISTO-ENTREGA / QTD-PREVISTA-ENTREGA
           END-IF.
           IF QTD-ENTREGUE > ZEROS THEN
               COMPUTE WS-UNIT-PAGO ROUNDED =
                   VLR-PAGO-ENTREGA / QTD-ENTREGUE
           END-IF.
           MOVE WS-UNIT-PREVISTO       TO WS-UNIT-EDITADO-1.
           MOVE WS-UNIT-PAGO           TO WS-UNIT-EDITADO-2.

           STRING "*** ATENCAO: PRECO DIFERENTE DO PREVISTO NA "
                  "ASSINATURA ***"
               DELIMITED BY SIZE       INTO WS-DESTAQUE-1.
           STRING "PRECO UNITARIO PREVISTO: " WS-UNIT-EDITADO-1
                  "   PAGO: "                 WS-UNIT-EDITADO-2
               DELIMITED BY SIZE       INTO WS-DESTAQUE-2.
      *
       P420-FIM.
      *
       P450-GRAVA-CARGA.
      *
      *    *========================================================*
      *    * LINHA CSV DA CARGA NO LAYOUT DO SCMP0300:
      *    * COD;DATA;VALOR;MERCADO;QTD;UND;FORNECEDOR;PROMO
      *    * (VALOR = TOTAL PAGO NA ENTREGA, PRECO NAO PROMOCIONAL).
      *    * O ARQUIVO E ABERTO NA PRIMEIRA CONFIRMACAO DA SESSAO
      *    *========================================================*
           IF NOT FLAG-CARGA-ABERTA THEN
               OPEN OUTPUT CARGA-PRC
               SET FLAG-CARGA-ABERTA   TO TRUE
           END-IF.

           MOVE DATA-RECEBIMENTO-ENTREGA TO WS-DATA-AAAAMMDD-NUM.
           MOVE SPACES                 TO WS-DATA-CARGA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE       INTO WS-DATA-CARGA.
           MOVE VLR-PAGO-ENTREGA       TO WS-VLR-CARGA.
           MOVE QTD-ENTREGUE           TO WS-QTD-CARGA.

           MOVE SPACES                 TO REG-CARGA.
           STRING FK-COD-PRODUTO-ENT   DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-DATA-CARGA        DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-VLR-CARGA         DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  FK-COD-MERCADO-ENT   DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-QTD-CARGA         DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  UND-MEDIDA-ENTREGA   DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  FK-COD-FORNECEDOR-ENT DELIMITED BY SPACE
                  ";N"                 DELIMITED BY SIZE
               INTO REG-CARGA.

           WRITE REG-CARGA.

           ADD 1                       TO WS-QTD-ITENS-GERADOS.
      *
       P450-FIM.
      *
       P470-VALIDA-DATA.
      *
           MOVE SPACES                 TO WS-LKS-DATA.
           STRING WS-DT-DD "/" WS-DT-MM "/" WS-DT-AAAA
               DELIMITED BY SIZE       INTO WS-LKS-DATA.

           CALL "SCMP0901" USING WS-LKS-AREA-DATA.
      *
       P470-FIM.
      *
       P480-MONTA-RESUMO.
      *
           MOVE SITUACAO-ENTREGA         TO WS-RES-SITUACAO.
           MOVE QTD-ENTREGUE             TO WS-RES-QTD.
           MOVE VLR-PAGO-ENTREGA         TO WS-RES-VLR.
           MOVE DATA-RECEBIMENTO-ENTREGA TO WS-RES-RECEBIMENTO.
           MOVE IND-DIVERGENCIA-PRECO    TO WS-RES-DIVERGENCIA.
           MOVE IND-ATRASO-ENTREGA       TO WS-RES-ATRASO.
      *
       P480-FIM.
      *
       P490-AUDITA-ENTREGA.
      *
           PERFORM P480-MONTA-RESUMO THRU P480-FIM.
           MOVE WS-RESUMO-ENTREGA      TO AUD-VALOR-NOVO.
           MOVE CHAVE-ASSINATURA-ENTREGA TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P490-FIM.
      *
       P500-GRAVA-TRAILER.
      *
           MOVE SPACES                 TO REG-CARGA.
           STRING "FIM;" WS-QTD-ITENS-GERADOS
               INTO REG-CARGA.
           WRITE REG-CARGA.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0344"         TO AUD-PROGRAMA.
           MOVE "ASSIN-ENTREGA"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           IF FLAG-CARGA-ABERTA THEN
               PERFORM P500-GRAVA-TRAILER THRU P500-FIM
               CLOSE CARGA-PRC
           END-IF.

           CLOSE ASSINATURA
                 ASSINATURA-ENTREGA
                 AUDITORIA.

      *    *========================================================*
      *    * AS ENTREGAS CONFIRMADAS SEGUEM PARA PRC-PRODUTO PELA
      *    * CARGA DE PRECOS, COM AS VALIDACOES DE QUALQUER OUTRA
      *    *========================================================*
           IF WS-QTD-ITENS-GERADOS > ZEROS THEN
               CALL "SCMP0300" USING LK-COM-AREA
           END-IF.

           GOBACK.
       END PROGRAM SCMP0344.
