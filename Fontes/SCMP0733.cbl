      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: BAIXA DE PAGAMENTO DE TITULO A PAGAR - LANCA UM
      *          PAGAMENTO (PARCIAL OU TOTAL) COM A DATA EM QUE FOI
      *          FEITO; GRAVA O HISTORICO EM PAGTO-TITULO E ATUALIZA O
      *          VALOR PAGO E A SITUACAO DO TITULO (P=PARCIAL,
      *          Q=QUITADO). TUDO REGISTRADO NO AUDITORIA.LOG.
      *          FORNECEDOR COM CREDITO EM ABERTO (DEVOLUCOES DO
      *          SCMP0738) PODE COMPENSA-LO NA BAIXA: A COMPENSACAO
      *          VIRA UMA BAIXA DO TIPO C NO HISTORICO E CONSOME OS
      *          CREDITOS DO MAIS ANTIGO PARA O MAIS NOVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0733.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULO-PAGAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TITULO-PAGAR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-TITULO.
      *
           SELECT PAGTO-TITULO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PAGTO-TITULO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PAGTO-TITULO
                FILE STATUS    IS WS-FS-PAGTO.
      *
           SELECT CREDITO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CREDITO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CREDITO-FORNECEDOR
                FILE STATUS    IS WS-FS-CREDITO.
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
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD PAGTO-TITULO.
           COPY "PagtoTitulo.cpy".
      *
       FD CREDITO-FORNECEDOR.
           COPY "CreditoFornecedor.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-FORNECEDOR-TELA               PIC X(10) VALUE SPACES.
       77 WS-NUM-NF-TELA                       PIC 9(09) VALUE ZEROS.
       77 WS-SERIE-NF-TELA                     PIC X(03) VALUE SPACES.
      *
       77 WS-EMISSAO-TELA                      PIC X(10) VALUE SPACES.
       77 WS-VENCIMENTO-TELA                   PIC X(10) VALUE SPACES.
       77 WS-VLR-TITULO-TELA                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-PAGO-TELA                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-SALDO-TELA                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-SITUACAO-TELA                     PIC X(08) VALUE SPACES.
      *
       77 WS-VLR-PAGTO-TELA                 PIC 9(12)V99 VALUE ZEROS.
      *
      *    *========================================================*
      *    * CREDITO DO FORNECEDOR (CREDITO-FORNECEDOR) DISPONIVEL E
      *    * O VALOR COMPENSADO NESTA BAIXA
      *    *========================================================*
       77 WS-VLR-CREDITO-TELA               PIC 9(12)V99 VALUE ZEROS.
       77 WS-COMPENSA-TELA                     PIC X(01) VALUE SPACES.
           88 FLAG-COMPENSA-CREDITO            VALUE "S" "s".
       77 WS-VLR-COMPENSA-TELA              PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-A-COMPENSAR                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-DISPONIVEL                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-USADO                      PIC 9(12)V99 VALUE ZEROS.
       77 WS-FIM-CREDITO                       PIC X(01) VALUE "N".
           88 FLAG-FIM-CREDITO                 VALUE "S".
       01 WS-DATA-PAGTO-TELA.
           05 WS-DD-PAGTO-TELA                 PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-PAGTO-TELA                 PIC 9(02).
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-PAGTO-TELA               PIC 9(04).
      *
       01 WS-DATA-PAGTO.
           05 WS-AAAA-PAGTO                    PIC 9(04).
           05 WS-MM-PAGTO                      PIC 9(02).
           05 WS-DD-PAGTO                      PIC 9(02).
       01 WS-DATA-PAGTO-R REDEFINES WS-DATA-PAGTO
                                               PIC 9(08).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE
                                               PIC 9(08).
      *
       01 WS-DATA-EDICAO.
           05 WS-DD-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-MM-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AAAA-EDICAO                   PIC 9(04).
      *
       77 WS-VLR-EDICAO                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VLR-EDICAO-COMP                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-SITUACAO-ANTERIOR                 PIC X(01) VALUE SPACES.
       77 WS-PAGO-ANTERIOR                  PIC 9(12)V99 VALUE ZEROS.
      *
       01 WS-CHAVE-AUD-TIT.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-NUM-NF                    PIC 9(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
      *
       01 WS-CHAVE-AUD-CREDITO.
           05 WS-AUD-CRED-FORNECEDOR           PIC X(10).
           05 FILLER                           PIC X(01) VALUE "-".
           05 WS-AUD-CRED-SEQ                  PIC 9(04).
           05 FILLER                           PIC X(05) VALUE SPACES.
      *
       77 WS-FS-TITULO                         PIC X(02).
           88 WS-FS-TIT-OK                     VALUE "00".
           88 WS-FS-TIT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PAGTO                          PIC X(02).
           88 WS-FS-PGT-OK                     VALUE "00".
           88 WS-FS-PGT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-CREDITO                        PIC X(02).
           88 WS-FS-CRED-OK                    VALUE "00".
           88 WS-FS-CRED-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-VALIDA-TITULO                     PIC X(01) VALUE SPACES.
           88 FLAG-TITULO-VALIDO               VALUE "S".
      *
       77 WS-VALIDA-PAGTO                      PIC X(01) VALUE SPACES.
           88 FLAG-PAGTO-VALIDO                VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
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
       01 SS-CABECALHO-SCREEN.
           05 LINE 02 COL 05 VALUE "CONTAS A PAGAR".
           05 LINE 03 COL 05 VALUE
                       "SMCP0733 - Baixa de Pagamento".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Fornecedor (branco sai).: ".
           05 SS-COD-FORNECEDOR REVERSE-VIDEO PIC X(10)
                           USING WS-COD-FORNECEDOR-TELA.
           05 LINE 07 COL 05 VALUE "Numero da Nota.........: ".
           05 SS-NUM-NF REVERSE-VIDEO PIC 9(09)
                           USING WS-NUM-NF-TELA.
           05 LINE 07 COL 45 VALUE "Serie: ".
           05 SS-SERIE-NF REVERSE-VIDEO PIC X(03)
                           USING WS-SERIE-NF-TELA.
           05 LINE 08 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-TITULO-SCREEN.
           05 LINE 09 COL 05 VALUE "Emissao................: ".
           05 SS-EMISSAO PIC X(10) FROM WS-EMISSAO-TELA.
           05 LINE 09 COL 45 VALUE "Vencimento: ".
           05 SS-VENCIMENTO PIC X(10) FROM WS-VENCIMENTO-TELA.
           05 LINE 10 COL 05 VALUE "Valor do Titulo........: ".
           05 SS-VLR-TITULO PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-TITULO-TELA.
           05 LINE 11 COL 05 VALUE "Valor Ja Pago..........: ".
           05 SS-VLR-PAGO PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-PAGO-TELA.
           05 LINE 12 COL 05 VALUE "Saldo em Aberto........: ".
           05 SS-VLR-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-SALDO-TELA.
           05 LINE 12 COL 50 VALUE "Situacao: ".
           05 SS-SITUACAO PIC X(08) FROM WS-SITUACAO-TELA.
           05 LINE 14 COL 05 VALUE "Valor do Pagamento.....: ".
           05 SS-VLR-PAGTO REVERSE-VIDEO PIC ZZZZZZZZZZZ9,99
                           USING WS-VLR-PAGTO-TELA.
           05 LINE 15 COL 05 VALUE "Data do Pagamento......: ".
           05 SS-DD-PAGTO REVERSE-VIDEO PIC 99
                           USING WS-DD-PAGTO-TELA.
           05 LINE 15 COL 32 VALUE "/".
           05 SS-MM-PAGTO REVERSE-VIDEO PIC 99
                           USING WS-MM-PAGTO-TELA.
           05 LINE 15 COL 35 VALUE "/".
           05 SS-AAAA-PAGTO REVERSE-VIDEO PIC 9999
                           USING WS-AAAA-PAGTO-TELA.
      *
       01 SS-CREDITO-SCREEN.
           05 LINE 13 COL 05 VALUE "Credito do Fornecedor..: ".
           05 SS-VLR-CREDITO PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-CREDITO-TELA.
           05 LINE 13 COL 50 VALUE "Compensar (S/N): ".
           05 SS-COMPENSA REVERSE-VIDEO PIC X(01)
                           USING WS-COMPENSA-TELA.
      *
       01 SS-COMPENSADO-SCREEN.
           05 LINE 16 COL 05 VALUE "Valor Compensado.......: ".
           05 SS-VLR-COMPENSA PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                           FROM WS-VLR-COMPENSA-TELA.
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 18 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 19 COL 05 VALUE
                  "<S> para confirmar ou <Q> para Sair............. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 20 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 21 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 21 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-TIT-OK        TO  TRUE.
           SET WS-FS-PGT-OK        TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O TITULO-PAGAR.

           IF NOT WS-FS-TIT-OK THEN
               MOVE "NENHUM TITULO A PAGAR GERADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O PAGTO-TITULO.

           IF WS-FS-PGT-NAO-EXISTE THEN
               OPEN OUTPUT PAGTO-TITULO
               CLOSE PAGTO-TITULO
               OPEN I-O PAGTO-TITULO
           END-IF.

           IF NOT WS-FS-PGT-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO PAGTO-TITULO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           SET WS-FS-CRED-OK       TO TRUE.
           OPEN I-O CREDITO-FORNECEDOR.
           IF WS-FS-CRED-NAO-EXISTE THEN
               OPEN OUTPUT CREDITO-FORNECEDOR
               CLOSE CREDITO-FORNECEDOR
               OPEN I-O CREDITO-FORNECEDOR
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-COD-FORNECEDOR-TELA.
           MOVE ZEROS                  TO WS-NUM-NF-TELA.
           MOVE SPACES                 TO WS-SERIE-NF-TELA.
           MOVE ZEROS                  TO WS-VLR-PAGTO-TELA.
           MOVE ZEROS                  TO WS-VLR-CREDITO-TELA.
           MOVE ZEROS                  TO WS-VLR-COMPENSA-TELA.
           MOVE "N"                    TO WS-COMPENSA-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           ACCEPT  SS-CABECALHO-SCREEN.

           IF WS-COD-FORNECEDOR-TELA EQUAL SPACES THEN
               SET FLAG-SAIR           TO TRUE
               GO TO P300-FIM
           END-IF.

           PERFORM P320-LOCALIZA-TITULO THRU P320-FIM.

           IF NOT FLAG-TITULO-VALIDO THEN
               GO TO P300-FIM
           END-IF.

      *    SUGERE O PAGAMENTO DO SALDO TOTAL NA DATA DE HOJE
           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.
           MOVE WS-DD-CORRENTE         TO WS-DD-PAGTO-TELA.
           MOVE WS-MM-CORRENTE         TO WS-MM-PAGTO-TELA.
           MOVE WS-AAAA-CORRENTE       TO WS-AAAA-PAGTO-TELA.
           MOVE WS-VLR-SALDO-TELA      TO WS-VLR-PAGTO-TELA.

           DISPLAY SS-TITULO-SCREEN.

      *    *========================================================*
      *    * CREDITO EM ABERTO DO FORNECEDOR: SUGERE COMPENSAR O QUE
      *    * COUBER NO SALDO; O PAGAMENTO SUGERIDO PASSA A SER O
      *    * RESTANTE (ZERO SE O CREDITO COBRE O TITULO).
      *    *========================================================*
           PERFORM P330-SOMA-CREDITOS THRU P330-FIM.

           IF WS-VLR-CREDITO-TELA > ZEROS THEN
               MOVE "S"                TO WS-COMPENSA-TELA
               DISPLAY SS-CREDITO-SCREEN
               ACCEPT  SS-COMPENSA
               IF FLAG-COMPENSA-CREDITO THEN
                   IF WS-VLR-CREDITO-TELA < WS-VLR-SALDO-TELA THEN
                       MOVE WS-VLR-CREDITO-TELA
                                       TO WS-VLR-COMPENSA-TELA
                   ELSE
                       MOVE WS-VLR-SALDO-TELA
                                       TO WS-VLR-COMPENSA-TELA
                   END-IF
                   COMPUTE WS-VLR-PAGTO-TELA =
                       WS-VLR-SALDO-TELA - WS-VLR-COMPENSA-TELA
                   DISPLAY SS-COMPENSADO-SCREEN
                   DISPLAY SS-VLR-PAGTO
               END-IF
           END-IF.

           ACCEPT  SS-VLR-PAGTO.
           ACCEPT  SS-DD-PAGTO.
           ACCEPT  SS-MM-PAGTO.
           ACCEPT  SS-AAAA-PAGTO.

           PERFORM P350-VALIDA-PAGAMENTO THRU P350-FIM.

           IF NOT FLAG-PAGTO-VALIDO THEN
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF FLAG-CONTINUAR THEN
               PERFORM P400-BAIXA-PAGAMENTO THRU P400-FIM
           END-IF.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P300-FIM.
      *
       P320-LOCALIZA-TITULO.
      *
           MOVE SPACES                 TO WS-VALIDA-TITULO.

           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-TIT.
           MOVE WS-NUM-NF-TELA         TO NUM-NF-TITULO.
           MOVE WS-SERIE-NF-TELA       TO SERIE-NF-TITULO.

           READ TITULO-PAGAR
               KEY IS CHAVE-TITULO-PAGAR
                   INVALID KEY
                       MOVE "TITULO NAO ENCONTRADO"
                                               TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 2101
                       DISPLAY SS-LIMPA-MENSAGEM
                       GO TO P320-FIM
           END-READ.

           IF TITULO-QUITADO THEN
               MOVE "TITULO JA QUITADO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P320-FIM
           END-IF.

           SET FLAG-TITULO-VALIDO      TO TRUE.

           MOVE DIA-EMISSAO-TIT        TO WS-DD-EDICAO.
           MOVE MES-EMISSAO-TIT        TO WS-MM-EDICAO.
           MOVE ANO-EMISSAO-TIT        TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-EMISSAO-TELA.
           MOVE DIA-VENCIMENTO-TIT     TO WS-DD-EDICAO.
           MOVE MES-VENCIMENTO-TIT     TO WS-MM-EDICAO.
           MOVE ANO-VENCIMENTO-TIT     TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-VENCIMENTO-TELA.

           MOVE VLR-TITULO             TO WS-VLR-TITULO-TELA.
           MOVE VLR-PAGO-TITULO        TO WS-VLR-PAGO-TELA.
           COMPUTE WS-VLR-SALDO-TELA = VLR-TITULO - VLR-PAGO-TITULO.

           IF TITULO-PARCIAL THEN
               MOVE "PARCIAL"          TO WS-SITUACAO-TELA
           ELSE
               MOVE "ABERTO"           TO WS-SITUACAO-TELA
           END-IF.
      *
       P320-FIM.
      *
       P330-SOMA-CREDITOS.
      *
      *    *========================================================*
      *    * SALDO DE CREDITO DO FORNECEDOR: VALOR AINDA NAO
      *    * UTILIZADO DOS CREDITOS ABERTOS OU PARCIAIS
      *    *========================================================*
           MOVE ZEROS                  TO WS-VLR-CREDITO-TELA.
           MOVE "N"                    TO WS-FIM-CREDITO.
           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-CRED.
           MOVE ZEROS                  TO SEQ-CREDITO.

           START CREDITO-FORNECEDOR
               KEY IS NOT LESS THAN CHAVE-CREDITO-FORNECEDOR
               INVALID KEY
                   SET FLAG-FIM-CREDITO TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CREDITO
               READ CREDITO-FORNECEDOR NEXT RECORD
                   AT END
                       SET FLAG-FIM-CREDITO TO TRUE
                   NOT AT END
                       IF FK-COD-FORNECEDOR-CRED NOT EQUAL
                              WS-COD-FORNECEDOR-TELA
                           SET FLAG-FIM-CREDITO TO TRUE
                       ELSE
                           IF NOT CREDITO-UTILIZADO
                               COMPUTE WS-VLR-CREDITO-TELA =
                                   WS-VLR-CREDITO-TELA + VLR-CREDITO
                                   - VLR-UTILIZADO-CRED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P330-FIM.
      *
       P350-VALIDA-PAGAMENTO.
      *
           MOVE SPACES                 TO WS-VALIDA-PAGTO.

           IF WS-VLR-PAGTO-TELA EQUAL ZEROS
              AND WS-VLR-COMPENSA-TELA EQUAL ZEROS THEN
               MOVE "VALOR DO PAGAMENTO OBRIGATORIO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF WS-VLR-PAGTO-TELA + WS-VLR-COMPENSA-TELA
                   > WS-VLR-SALDO-TELA THEN
               MOVE "PAGAMENTO MAIOR QUE O SALDO DO TITULO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF WS-MM-PAGTO-TELA < 1 OR > 12
              OR WS-DD-PAGTO-TELA < 1 OR > 31 THEN
               MOVE "DATA DO PAGAMENTO INVALIDA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           MOVE WS-AAAA-PAGTO-TELA     TO WS-AAAA-PAGTO.
           MOVE WS-MM-PAGTO-TELA       TO WS-MM-PAGTO.
           MOVE WS-DD-PAGTO-TELA       TO WS-DD-PAGTO.

           IF WS-DATA-PAGTO-R < DATA-EMISSAO-TIT THEN
               MOVE "PAGAMENTO ANTERIOR A EMISSAO DA NOTA"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           IF WS-DATA-PAGTO-R > WS-DATA-CORRENTE-R THEN
               MOVE "DATA DO PAGAMENTO NO FUTURO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P350-FIM
           END-IF.

           SET FLAG-PAGTO-VALIDO       TO TRUE.
      *
       P350-FIM.
      *
       P400-BAIXA-PAGAMENTO.
      *
           MOVE SITUACAO-TITULO        TO WS-SITUACAO-ANTERIOR.
           MOVE VLR-PAGO-TITULO        TO WS-PAGO-ANTERIOR.

      *    *========================================================*
      *    * HISTORICO: UM REGISTRO POR PAGAMENTO, NA SEQUENCIA DO
      *    * TITULO. A COMPENSACAO DE CREDITO E UMA BAIXA PROPRIA
      *    * (TIPO C), GRAVADA ANTES DO PAGAMENTO EM DINHEIRO.
      *    *========================================================*
           MOVE FK-COD-FORNECEDOR-TIT  TO FK-COD-FORNECEDOR-PGT.
           MOVE NUM-NF-TITULO          TO NUM-NF-PGT.
           MOVE SERIE-NF-TITULO        TO SERIE-NF-PGT.
           MOVE WS-DATA-PAGTO-R        TO DATA-PAGTO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-PAGTO.
           MOVE WS-DATA-CORRENTE-R     TO DATA-LANCAMENTO-PGT.

           IF WS-VLR-COMPENSA-TELA > ZEROS THEN
               COMPUTE SEQ-PAGTO = QTD-PAGTOS-TITULO + 1
               MOVE WS-VLR-COMPENSA-TELA TO VLR-PAGTO
               MOVE "C"                TO TIPO-BAIXA-PGT

               WRITE REG-PAGTO-TITULO

               IF NOT WS-FS-PGT-OK THEN
                   MOVE "ERRO NA GRAVACAO DA COMPENSACAO"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
                   GO TO P400-FIM
               END-IF

               ADD WS-VLR-COMPENSA-TELA TO VLR-PAGO-TITULO
               ADD 1                   TO QTD-PAGTOS-TITULO
           END-IF.

           IF WS-VLR-PAGTO-TELA > ZEROS THEN
               COMPUTE SEQ-PAGTO = QTD-PAGTOS-TITULO + 1
               MOVE WS-VLR-PAGTO-TELA  TO VLR-PAGTO
               MOVE "P"                TO TIPO-BAIXA-PGT

               WRITE REG-PAGTO-TITULO

               IF NOT WS-FS-PGT-OK THEN
                   MOVE "ERRO NA GRAVACAO DO PAGAMENTO"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2101
                   DISPLAY SS-LIMPA-MENSAGEM
                   GO TO P400-FIM
               END-IF

               ADD WS-VLR-PAGTO-TELA   TO VLR-PAGO-TITULO
               ADD 1                   TO QTD-PAGTOS-TITULO
           END-IF.

           IF WS-DATA-PAGTO-R > DATA-ULT-PAGTO-TIT THEN
               MOVE WS-DATA-PAGTO-R    TO DATA-ULT-PAGTO-TIT
           END-IF.

           IF VLR-PAGO-TITULO NOT LESS VLR-TITULO THEN
               MOVE "Q"                TO SITUACAO-TITULO
           ELSE
               MOVE "P"                TO SITUACAO-TITULO
           END-IF.

           REWRITE REG-TITULO-PAGAR.

           IF NOT WS-FS-TIT-OK THEN
               MOVE "ERRO NA ATUALIZACAO DO TITULO"
                                       TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P400-FIM
           END-IF.

           MOVE WS-COD-FORNECEDOR-TELA TO WS-AUD-FORNECEDOR.
           MOVE WS-NUM-NF-TELA         TO WS-AUD-NUM-NF.
           MOVE WS-CHAVE-AUD-TIT       TO AUD-CHAVE.

           MOVE WS-PAGO-ANTERIOR       TO WS-VLR-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                  " PAGO: "            DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTERIOR.

           MOVE WS-VLR-PAGTO-TELA      TO WS-VLR-EDICAO.
           MOVE WS-VLR-COMPENSA-TELA   TO WS-VLR-EDICAO-COMP.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-TITULO      DELIMITED BY SIZE
                  " PAGTO: "           DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  " EM "               DELIMITED BY SIZE
                  WS-DATA-PAGTO-TELA   DELIMITED BY SIZE
                  " COMPENS: "         DELIMITED BY SIZE
                  WS-VLR-EDICAO-COMP   DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "TITULO-PAGAR"         TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           IF WS-VLR-COMPENSA-TELA > ZEROS THEN
               PERFORM P430-CONSOME-CREDITOS THRU P430-FIM
           END-IF.

           IF TITULO-QUITADO THEN
               MOVE "PAGAMENTO LANCADO - TITULO QUITADO"
                                       TO WS-MENSAGEM
           ELSE
               MOVE "PAGAMENTO PARCIAL LANCADO"
                                       TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P430-CONSOME-CREDITOS.
      *
      *    *========================================================*
      *    * O VALOR COMPENSADO BAIXA OS CREDITOS DO MAIS ANTIGO PARA
      *    * O MAIS NOVO; CREDITO TODO USADO FICA U, USADO EM PARTE
      *    * FICA P. CADA CREDITO ALTERADO VAI PARA O AUDITORIA.LOG.
      *    *========================================================*
           MOVE WS-VLR-COMPENSA-TELA   TO WS-VLR-A-COMPENSAR.
           MOVE "N"                    TO WS-FIM-CREDITO.
           MOVE WS-COD-FORNECEDOR-TELA TO FK-COD-FORNECEDOR-CRED.
           MOVE ZEROS                  TO SEQ-CREDITO.

           START CREDITO-FORNECEDOR
               KEY IS NOT LESS THAN CHAVE-CREDITO-FORNECEDOR
               INVALID KEY
                   SET FLAG-FIM-CREDITO TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CREDITO
                      OR WS-VLR-A-COMPENSAR EQUAL ZEROS
               READ CREDITO-FORNECEDOR NEXT RECORD
                   AT END
                       SET FLAG-FIM-CREDITO TO TRUE
                   NOT AT END
                       IF FK-COD-FORNECEDOR-CRED NOT EQUAL
                              WS-COD-FORNECEDOR-TELA
                           SET FLAG-FIM-CREDITO TO TRUE
                       ELSE
                           IF NOT CREDITO-UTILIZADO
                               PERFORM P435-USA-CREDITO THRU P435-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P430-FIM.
      *
       P435-USA-CREDITO.
      *
           COMPUTE WS-VLR-DISPONIVEL =
               VLR-CREDITO - VLR-UTILIZADO-CRED.

           IF WS-VLR-DISPONIVEL > WS-VLR-A-COMPENSAR THEN
               MOVE WS-VLR-A-COMPENSAR TO WS-VLR-USADO
           ELSE
               MOVE WS-VLR-DISPONIVEL  TO WS-VLR-USADO
           END-IF.

           MOVE VLR-UTILIZADO-CRED     TO WS-VLR-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-CREDITO     DELIMITED BY SIZE
                  " UTILIZADO: "       DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  INTO AUD-VALOR-ANTERIOR.

           ADD WS-VLR-USADO            TO VLR-UTILIZADO-CRED.
           SUBTRACT WS-VLR-USADO       FROM WS-VLR-A-COMPENSAR.

           IF VLR-UTILIZADO-CRED NOT LESS VLR-CREDITO THEN
               MOVE "U"                TO SITUACAO-CREDITO
           ELSE
               MOVE "P"                TO SITUACAO-CREDITO
           END-IF.

           MOVE NUM-NF-TITULO          TO NUM-NF-COMPENSADA-CRED.
           MOVE SERIE-NF-TITULO        TO SERIE-NF-COMPENSADA-CRED.
           MOVE WS-DATA-PAGTO-R        TO DATA-ULT-COMPENSACAO-CRED.

           REWRITE REG-CREDITO-FORNECEDOR.

           MOVE VLR-UTILIZADO-CRED     TO WS-VLR-EDICAO.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "SITUACAO: "         DELIMITED BY SIZE
                  SITUACAO-CREDITO     DELIMITED BY SIZE
                  " UTILIZADO: "       DELIMITED BY SIZE
                  WS-VLR-EDICAO        DELIMITED BY SIZE
                  " NF "               DELIMITED BY SIZE
                  NUM-NF-TITULO        DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE FK-COD-FORNECEDOR-CRED TO WS-AUD-CRED-FORNECEDOR.
           MOVE SEQ-CREDITO            TO WS-AUD-CRED-SEQ.
           MOVE WS-CHAVE-AUD-CREDITO   TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE "CREDITO-FORN"         TO AUD-ARQUIVO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P435-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0733"         TO AUD-PROGRAMA.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE TITULO-PAGAR
                 PAGTO-TITULO
                 CREDITO-FORNECEDOR
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0733.
