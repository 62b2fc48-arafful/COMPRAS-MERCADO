      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: PROGRAMA DE FIDELIDADE / CASHBACK POR REDE - TIPO
      *          (PONTOS OU CASHBACK), TAXA DE ACUMULO, VALOR DE
      *          RESGATE DO PONTO E VALIDADE EM MESES. A REDE E A
      *          REDE-MERCADO DE ALGUM MERCADO CADASTRADO (OU O
      *          CODIGO DO MERCADO QUANDO ELE NAO TEM REDE). INCLUSAO
      *          E ALTERACAO NA MESMA TELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0608.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-PROGRAMA.
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
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-REDE-TELA                         PIC X(20) VALUE SPACES.
       77 WS-DESC-REDE-TELA                    PIC X(50) VALUE SPACES.
       77 WS-NOME-PROGRAMA-TELA                PIC X(30) VALUE SPACES.
       77 WS-TIPO-PROGRAMA-TELA                PIC X(01) VALUE SPACES.
           88 FLAG-TIPO-PONTOS                 VALUE "P".
           88 FLAG-TIPO-CASHBACK               VALUE "C".
       77 WS-TAXA-ACUMULO-TELA                 PIC 9(03)V9999
                                               VALUE ZEROS.
       77 WS-VLR-RESGATE-TELA                  PIC 9(03)V9999
                                               VALUE ZEROS.
       77 WS-VALIDADE-MESES-TELA               PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-TELA                     PIC X(20) VALUE SPACES.
      *
       77 WS-PROGRAMA-ANTERIOR                 PIC X(80) VALUE SPACES.
       77 WS-PROGRAMA-NOVO                     PIC X(80) VALUE SPACES.
       77 WS-TAXA-EDITADA                      PIC ZZ9,9999.
       77 WS-RESGATE-EDITADO                   PIC ZZ9,9999.
      *
       77 WS-FS-MERCADO                        PIC 9(02).
           88 WS-FS-MERC-OK                    VALUE ZEROS.
           88 WS-FS-MERC-NAO-EXISTE            VALUE 35.
      *
       77 WS-FS-PROGRAMA                       PIC 9(02).
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
       77 WS-VALIDA-REDE                       PIC X(01) VALUE SPACES.
           88 FLAG-REDE-VALIDA                 VALUE "S".
      *
       77 WS-FIM-MERCADO                       PIC X(01) VALUE "N".
           88 FLAG-FIM-MERCADO                 VALUE "S".
      *
       77 WS-PROGRAMA-CADASTRADO               PIC X(01) VALUE SPACES.
           88 FLAG-PROGRAMA-CADASTRADO         VALUE "S".
      *
       77 WS-DADOS-VALIDOS                     PIC X(01) VALUE SPACES.
           88 FLAG-DADOS-VALIDOS               VALUE "S".
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
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
                       "SMCP0608 - Programa de Fidelidade por Rede".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Rede..............: ".
           05 SS-REDE REVERSE-VIDEO PIC X(20)
                           USING WS-REDE-TELA.
           05 LINE 07 COL 05 VALUE "Mercado da Rede...: ".
           05 SS-DESC-REDE PIC X(50)
                           USING WS-DESC-REDE-TELA.
           05 LINE 08 COL 05 VALUE "Situacao..........: ".
           05 SS-SITUACAO PIC X(20)
                           USING WS-SITUACAO-TELA.
           05 LINE 10 COL 05 VALUE "Nome do Programa..: ".
           05 SS-NOME-PROGRAMA REVERSE-VIDEO PIC X(30)
                           USING WS-NOME-PROGRAMA-TELA.
           05 LINE 11 COL 05 VALUE "Tipo <P>ontos/<C>ashback: ".
           05 SS-TIPO-PROGRAMA REVERSE-VIDEO PIC X(01)
                           USING WS-TIPO-PROGRAMA-TELA.
           05 LINE 12 COL 05 VALUE "Taxa de Acumulo...: ".
           05 SS-TAXA-ACUMULO REVERSE-VIDEO PIC ZZ9,9999
                           USING WS-TAXA-ACUMULO-TELA.
           05 LINE 12 COL 35 VALUE
                       "(pontos por R$ 1,00 ou % de cashback)".
           05 LINE 13 COL 05 VALUE "R$ por Ponto......: ".
           05 SS-VLR-RESGATE REVERSE-VIDEO PIC ZZ9,9999
                           USING WS-VLR-RESGATE-TELA.
           05 LINE 13 COL 35 VALUE "(cashback = 1,0000)".
           05 LINE 14 COL 05 VALUE "Validade (meses)..: ".
           05 SS-VALIDADE-MESES REVERSE-VIDEO PIC ZZ9
                           USING WS-VALIDADE-MESES-TELA.
           05 LINE 14 COL 35 VALUE "(0 = nao expira)".
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

           PERFORM P300-CADASTRA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-MERC-OK      TO  TRUE.
           SET WS-FS-OK           TO  TRUE.
           MOVE SPACES            TO  WS-RESPOSTA-TELA.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-MERC-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE MERCADOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           OPEN I-O PROGRAMA-FIDELIDADE.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT PROGRAMA-FIDELIDADE
               CLOSE PROGRAMA-FIDELIDADE
               OPEN I-O PROGRAMA-FIDELIDADE
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO PROGRAMA-FIDELIDADE"
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
       P300-CADASTRA.
      *
           MOVE SPACES                 TO WS-REDE-TELA.
           MOVE SPACES                 TO WS-DESC-REDE-TELA.
           MOVE SPACES                 TO WS-SITUACAO-TELA.
           MOVE SPACES                 TO WS-NOME-PROGRAMA-TELA.
           MOVE SPACES                 TO WS-TIPO-PROGRAMA-TELA.
           MOVE ZEROS                  TO WS-TAXA-ACUMULO-TELA.
           MOVE ZEROS                  TO WS-VLR-RESGATE-TELA.
           MOVE ZEROS                  TO WS-VALIDADE-MESES-TELA.
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
           PERFORM P420-VALIDA-REDE THRU P420-FIM.
      *
           IF NOT FLAG-REDE-VALIDA THEN
               GO TO P300-FIM
           END-IF.
      *
           PERFORM P430-BUSCA-PROGRAMA THRU P430-FIM.
           DISPLAY SS-INPUT-SCREEN.
      *
           ACCEPT SS-NOME-PROGRAMA.
           ACCEPT SS-TIPO-PROGRAMA.
           ACCEPT SS-TAXA-ACUMULO.
      *
           IF FLAG-TIPO-CASHBACK THEN
               MOVE 1                  TO WS-VLR-RESGATE-TELA
               DISPLAY SS-VLR-RESGATE
           ELSE
               ACCEPT SS-VLR-RESGATE
           END-IF.
      *
           ACCEPT SS-VALIDADE-MESES.
           ACCEPT SS-RESPOSTA-TELA.
      *
           IF FLAG-GRAVAR THEN
               PERFORM P440-VALIDA-DADOS THRU P440-FIM
               IF FLAG-DADOS-VALIDOS THEN
                   PERFORM P500-GRAVA-PROGRAMA THRU P500-FIM
               END-IF
           END-IF.
      *
       P300-FIM.
      *
      *    *========================================================*
      *    * A REDE PRECISA EXISTIR EM ALGUM MERCADO: REDE-MERCADO
      *    * IGUAL A INFORMADA, OU O PROPRIO CODIGO DO MERCADO
      *    * QUANDO ELE NAO TEM REDE
      *    *========================================================*
       P420-VALIDA-REDE.
      *
           MOVE SPACES                         TO WS-VALIDA-REDE.
           MOVE "N"                            TO WS-FIM-MERCADO.
           MOVE LOW-VALUES                     TO COD-MERCADO.
      *
           START MERCADO KEY IS NOT LESS THAN COD-MERCADO
               INVALID KEY
                   SET FLAG-FIM-MERCADO        TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-MERCADO OR FLAG-REDE-VALIDA
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-FIM-MERCADO    TO TRUE
                   NOT AT END
                       IF REDE-MERCADO EQUAL WS-REDE-TELA
                          OR (REDE-MERCADO EQUAL SPACES AND
                              COD-MERCADO EQUAL WS-REDE-TELA)
                           SET FLAG-REDE-VALIDA    TO TRUE
                           MOVE DESC-MERCADO   TO WS-DESC-REDE-TELA
                       END-IF
               END-READ
           END-PERFORM.
      *
           IF NOT FLAG-REDE-VALIDA THEN
               MOVE "REDE NAO ENCONTRADA NOS MERCADOS"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P420-FIM.
      *
       P430-BUSCA-PROGRAMA.
      *
           MOVE SPACES                 TO WS-PROGRAMA-CADASTRADO.
           MOVE SPACES                         TO WS-PROGRAMA-ANTERIOR.
           MOVE WS-REDE-TELA                   TO REDE-FIDELIDADE.
      *
           READ PROGRAMA-FIDELIDADE
               KEY IS REDE-FIDELIDADE
                   INVALID KEY
                       MOVE "NOVO PROGRAMA"    TO WS-SITUACAO-TELA
                   NOT INVALID KEY
                       SET FLAG-PROGRAMA-CADASTRADO TO TRUE
                       MOVE "ALTERACAO"        TO WS-SITUACAO-TELA
                       MOVE NOME-PROGRAMA-FIDELIDADE
                                       TO WS-NOME-PROGRAMA-TELA
                       MOVE TIPO-PROGRAMA-FIDELIDADE
                                       TO WS-TIPO-PROGRAMA-TELA
                       MOVE TAXA-ACUMULO-FIDELIDADE
                                       TO WS-TAXA-ACUMULO-TELA
                       MOVE VLR-RESGATE-FIDELIDADE
                                       TO WS-VLR-RESGATE-TELA
                       MOVE VALIDADE-MESES-FIDELIDADE
                                       TO WS-VALIDADE-MESES-TELA
                       PERFORM P450-MONTA-VALORES THRU P450-FIM
                       MOVE WS-PROGRAMA-NOVO TO WS-PROGRAMA-ANTERIOR
           END-READ.
      *
       P430-FIM.
      *
       P440-VALIDA-DADOS.
      *
           MOVE SPACES                         TO WS-DADOS-VALIDOS.
      *
           IF WS-TIPO-PROGRAMA-TELA EQUAL "p" THEN
               MOVE "P"                        TO WS-TIPO-PROGRAMA-TELA
           END-IF.
           IF WS-TIPO-PROGRAMA-TELA EQUAL "c" THEN
               MOVE "C"                        TO WS-TIPO-PROGRAMA-TELA
           END-IF.
      *
           IF NOT FLAG-TIPO-PONTOS AND NOT FLAG-TIPO-CASHBACK THEN
               MOVE "TIPO DEVE SER P (PONTOS) OU C (CASHBACK)"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P440-FIM
           END-IF.
      *
           IF FLAG-TIPO-CASHBACK THEN
               MOVE 1                          TO WS-VLR-RESGATE-TELA
           END-IF.
      *
           IF WS-TAXA-ACUMULO-TELA EQUAL ZEROS
              OR WS-VLR-RESGATE-TELA EQUAL ZEROS THEN
               MOVE "TAXA E VALOR DO PONTO SAO OBRIGATORIOS"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P440-FIM
           END-IF.
      *
           IF FLAG-TIPO-CASHBACK AND WS-TAXA-ACUMULO-TELA > 100 THEN
               MOVE "CASHBACK NAO PODE PASSAR DE 100%"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P440-FIM
           END-IF.
      *
           SET FLAG-DADOS-VALIDOS              TO TRUE.
      *
       P440-FIM.
      *
       P450-MONTA-VALORES.
      *
           MOVE SPACES                         TO WS-PROGRAMA-NOVO.
           MOVE WS-TAXA-ACUMULO-TELA           TO WS-TAXA-EDITADA.
           MOVE WS-VLR-RESGATE-TELA            TO WS-RESGATE-EDITADO.
      *
           STRING "TIPO: "                 DELIMITED BY SIZE
                  WS-TIPO-PROGRAMA-TELA    DELIMITED BY SIZE
                  " TAXA: "                DELIMITED BY SIZE
                  WS-TAXA-EDITADA          DELIMITED BY SIZE
                  " R$/PT: "               DELIMITED BY SIZE
                  WS-RESGATE-EDITADO       DELIMITED BY SIZE
                  " VALID: "               DELIMITED BY SIZE
                  WS-VALIDADE-MESES-TELA   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-NOME-PROGRAMA-TELA    DELIMITED BY SIZE
                                           INTO WS-PROGRAMA-NOVO.
      *
       P450-FIM.
      *
       P500-GRAVA-PROGRAMA.
      *
           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.
      *
           MOVE WS-REDE-TELA                TO REDE-FIDELIDADE.
           MOVE WS-NOME-PROGRAMA-TELA       TO NOME-PROGRAMA-FIDELIDADE.
           MOVE WS-TIPO-PROGRAMA-TELA       TO TIPO-PROGRAMA-FIDELIDADE.
           MOVE WS-TAXA-ACUMULO-TELA        TO TAXA-ACUMULO-FIDELIDADE.
           MOVE WS-VLR-RESGATE-TELA         TO VLR-RESGATE-FIDELIDADE.
           MOVE WS-VALIDADE-MESES-TELA      TO
                                           VALIDADE-MESES-FIDELIDADE.
           MOVE WS-DATA-CORRENTE            TO
                                           DATA-ALTERACAO-FIDELIDADE.
           MOVE LK-OPERADOR-ID              TO
                                   OPERADOR-ALTERACAO-FIDELIDADE.
      *
           IF FLAG-PROGRAMA-CADASTRADO THEN
               REWRITE REG-PROGRAMA-FIDELIDADE
           ELSE
               WRITE REG-PROGRAMA-FIDELIDADE
           END-IF.
      *
           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           ELSE
               PERFORM P450-MONTA-VALORES THRU P450-FIM
               MOVE WS-PROGRAMA-ANTERIOR    TO AUD-VALOR-ANTERIOR
               MOVE WS-PROGRAMA-NOVO        TO AUD-VALOR-NOVO
               IF FLAG-PROGRAMA-CADASTRADO THEN
                   MOVE "A"             TO AUD-OPERACAO
               ELSE
                   MOVE "I"             TO AUD-OPERACAO
               END-IF
               MOVE WS-REDE-TELA        TO AUD-CHAVE
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
      *
               MOVE "PROGRAMA DE FIDELIDADE GRAVADO"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1901
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0608"         TO AUD-PROGRAMA.
           MOVE "PROG-FIDELIDADE"  TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE MERCADO
                 PROGRAMA-FIDELIDADE
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0608.
