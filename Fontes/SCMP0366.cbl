      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DE INDICE OFICIAL DE INFLACAO - LE O
      *          ARQUIVO MENSAL INDICE-OFICIAL.txt (IPCA ALIMENTACAO NO
      *          DOMICILIO, CESTA BASICA DIEESE DA CIDADE OU OUTRO) E
      *          GRAVA CADA COMPETENCIA NO CADASTRO DE REFERENCIA
      *          INDICE-OFICIAL.dat, USADO PELO SCMP0447 PARA COMPARAR
      *          COM O INDICE DA CESTA PADRAO (SCMP0498)
      *
      * LAYOUT DO INDICE-OFICIAL.txt (CAMPOS SEPARADOS POR ";"):
      *   <codigo do indice>;<competencia AAAAMM>;<variacao %>
      *       [;<valor de referencia - valor da cesta ou numero indice>]
      * VARIACAO E VALOR USAM VIRGULA DECIMAL; A VARIACAO PODE SER
      * NEGATIVA (-0,45). SEM VARIACAO, ELA E CALCULADA PELO VALOR DE
      * REFERENCIA SOBRE O VALOR DA COMPETENCIA ANTERIOR DO MESMO
      * INDICE (JA CADASTRADA OU VINDA ANTES NO ARQUIVO). COMPETENCIA
      * JA CADASTRADA E SUBSTITUIDA (REPUBLICACAO DO INDICE). CADA
      * INCLUSAO OU ALTERACAO VAI PARA O AUDITORIA.LOG; A SITUACAO DE
      * CADA LINHA SAI NO RELATORIO SCMO0366.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0366.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICE-IMPORT ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\INDICE-OFICIAL.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-IMPORT.
      *
           SELECT INDICE-OFICIAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\INDICE-OFICIAL.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-INDICE-OFICIAL
                FILE STATUS    IS WS-FS-INDICE.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0366     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0366.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD INDICE-IMPORT.
       01 REG-IMPORT                           PIC X(80).
      *
       FD INDICE-OFICIAL.
           COPY "IndiceOficial.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0366.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COD-INDICE                        PIC X(10) VALUE SPACES.
       77 WS-COMPETENCIA-TXT                   PIC X(06) VALUE SPACES.
       77 WS-PCT-TXT                           PIC X(10) VALUE SPACES.
       77 WS-VLR-TXT                           PIC X(10) VALUE SPACES.
      *
       01 WS-COMPETENCIA-GRP.
           05 WS-COMPETENCIA-VAL               PIC 9(06).
           05 WS-COMPETENCIA-VAL-R REDEFINES
                                    WS-COMPETENCIA-VAL.
               10 WS-COMP-ANO                  PIC 9(04).
               10 WS-COMP-MES                  PIC 9(02).
      *
       77 WS-COMPETENCIA-INDICE                PIC 9(06) VALUE ZEROS.
       77 WS-PCT-VARIACAO                      PIC S9(03)V99
                                                    VALUE ZEROS.
       77 WS-VLR-REFERENCIA                    PIC 9(08)V99
                                                    VALUE ZEROS.
       77 WS-VLR-ANTERIOR                      PIC 9(08)V99
                                                    VALUE ZEROS.
       77 WS-ORIGEM-VARIACAO                   PIC X(01) VALUE SPACES.
       77 WS-PCT-ANTERIOR                      PIC S9(03)V99
                                                    VALUE ZEROS.
       77 WS-ED-PCT-AUDITORIA                  PIC -ZZ9,99.
      *
       77 WS-LINHA-RECUSADA                    PIC X(01) VALUE "N".
           88 FLAG-LINHA-RECUSADA              VALUE "S".
       77 WS-PCT-INFORMADO                     PIC X(01) VALUE "N".
           88 FLAG-PCT-INFORMADO               VALUE "S".
       77 WS-REGISTRO-EXISTE                   PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-EXISTE             VALUE "S".
      *
       77 WS-QTD-INCLUIDOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALTERADOS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADOS                     PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * CONVERSAO DE VALOR TEXTO COM VIRGULA DECIMAL (12,45),
      *    * ACEITANDO SINAL NEGATIVO A ESQUERDA (-0,45)
      *    *========================================================*
       77 WS-CONV-CAMPO                        PIC X(10) VALUE SPACES.
       77 WS-CONV-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-CONV-DIGITO                       PIC 9(01) VALUE ZEROS.
       77 WS-CONV-TOTAL                        PIC 9(12) VALUE ZEROS.
       77 WS-CONV-QTD-DEC                      PIC 9(01) VALUE ZEROS.
       77 WS-CONV-QTD-DIG                      PIC 9(02) VALUE ZEROS.
       77 WS-CONV-ACHOU-VIRG                   PIC X(01) VALUE "N".
       77 WS-CONV-NEGATIVO                     PIC X(01) VALUE "N".
       77 WS-CONV-RESULTADO                 PIC S9(10)V99 VALUE ZEROS.
       77 WS-CONV-VALIDO                       PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
      *
       77 WS-FS-IMPORT                         PIC X(02).
           88 WS-FS-IMPORT-OK                  VALUE "00".
      *
       77 WS-FS-INDICE                         PIC X(02).
           88 WS-FS-INDICE-OK                  VALUE "00".
           88 WS-FS-INDICE-NAO-EXISTE          VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0366 - ".
               05 FILLER   PIC X(52) VALUE
                       "IMPORTACAO DE INDICE OFICIAL".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "INDICE".
               05 FILLER               PIC X(08) VALUE "COMPET.".
               05 FILLER               PIC X(11) VALUE " VARIAC.(%)".
               05 FILLER               PIC X(15) VALUE
                                       "  VLR REFERENC.".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(35) VALUE "SITUACAO".
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(13) VALUE ALL "-".
               05 FILLER               PIC X(04) VALUE SPACES.
               05 FILLER               PIC X(35) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-INDICE        PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COMPETENCIA   PIC X(06) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT           PIC -ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR           PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(45) VALUE SPACES.
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZZ9.
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
           05 LINE 02 COL 05 VALUE "CADASTRO DE PRECOS DE PRODUTOS".
           05 LINE 03 COL 05 VALUE
                       "SMCP0366 - Importacao de Indice Oficial".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE
                   "CONFIRME A IMPORTACAO DO INDICE-OFICIAL.txt".
           05 LINE 07 COL 05 VALUE
                   "(COMPETENCIA JA CADASTRADA SERA SUBSTITUIDA)".
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 10 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 12 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 12 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-IMPORT-OK     TO  TRUE.
           SET WS-FS-INDICE-OK     TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN INPUT INDICE-IMPORT.

           IF NOT WS-FS-IMPORT-OK THEN
               MOVE "ARQUIVO INDICE-OFICIAL.txt NAO ENCONTRADO"
                                           TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O INDICE-OFICIAL.

           IF WS-FS-INDICE-NAO-EXISTE THEN
               OPEN OUTPUT INDICE-OFICIAL
               CLOSE INDICE-OFICIAL
               OPEN I-O INDICE-OFICIAL
           END-IF.

           IF NOT WS-FS-INDICE-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO INDICE-OFICIAL"
                                           TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.

           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-GRAVAR THEN
               PERFORM P510-INICIALIZA-RELATORIO THRU P510-FIM

               PERFORM P400-LE-INDICE THRU P400-FIM
                   UNTIL FLAG-EOF

               PERFORM P520-FINALIZA-RELATORIO THRU P520-FIM

               MOVE SPACES             TO WS-MENSAGEM
               STRING "GRAVADOS: " WS-QTD-INCLUIDOS
                      " ALTERADOS: " WS-QTD-ALTERADOS
                      " RECUSADOS: " WS-QTD-RECUSADOS
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P300-FIM.
      *
       P400-LE-INDICE.
      *
           READ INDICE-IMPORT
               AT END
                   SET FLAG-EOF        TO TRUE
               NOT AT END
                   IF REG-IMPORT NOT EQUAL SPACES THEN
                       PERFORM P410-TRATA-LINHA THRU P410-FIM
                   END-IF
           END-READ.
      *
       P400-FIM.
      *
       P410-TRATA-LINHA.
      *
           MOVE "N"                    TO WS-LINHA-RECUSADA.
           MOVE "N"                    TO WS-PCT-INFORMADO.
           MOVE SPACES                 TO WS-COD-INDICE
                                          WS-COMPETENCIA-TXT
                                          WS-PCT-TXT
                                          WS-VLR-TXT
                                          WS-DET-REPORT.
           MOVE ZEROS                  TO WS-PCT-VARIACAO
                                          WS-VLR-REFERENCIA.

           UNSTRING REG-IMPORT DELIMITED BY ";"
               INTO WS-COD-INDICE
                    WS-COMPETENCIA-TXT
                    WS-PCT-TXT
                    WS-VLR-TXT
           END-UNSTRING.

           MOVE WS-COD-INDICE          TO WS-DET-INDICE.
           MOVE WS-COMPETENCIA-TXT     TO WS-DET-COMPETENCIA.

           IF WS-COD-INDICE EQUAL SPACES THEN
               MOVE "RECUSADO - CODIGO DO INDICE EM BRANCO"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           IF WS-COMPETENCIA-TXT NOT NUMERIC THEN
               MOVE "RECUSADO - COMPETENCIA INVALIDA (AAAAMM)"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-COMPETENCIA-TXT     TO WS-COMPETENCIA-VAL.

           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              OR WS-COMP-ANO < 1900 THEN
               MOVE "RECUSADO - COMPETENCIA INVALIDA (AAAAMM)"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-COMPETENCIA-VAL     TO WS-COMPETENCIA-INDICE.

           IF WS-VLR-TXT NOT EQUAL SPACES THEN
               MOVE WS-VLR-TXT         TO WS-CONV-CAMPO
               PERFORM P450-CONVERTE-VALOR THRU P450-FIM
               IF NOT FLAG-CONV-VALIDA
                  OR WS-CONV-RESULTADO < ZEROS
                  OR WS-CONV-RESULTADO > 99999999,99 THEN
                   MOVE "RECUSADO - VALOR DE REFERENCIA INVALIDO"
                                       TO WS-DET-SITUACAO
                   GO TO P410-RECUSA
               END-IF
               MOVE WS-CONV-RESULTADO  TO WS-VLR-REFERENCIA
           END-IF.

           IF WS-PCT-TXT NOT EQUAL SPACES THEN
               MOVE WS-PCT-TXT         TO WS-CONV-CAMPO
               PERFORM P450-CONVERTE-VALOR THRU P450-FIM
               IF NOT FLAG-CONV-VALIDA
                  OR WS-CONV-RESULTADO > 999,99
                  OR WS-CONV-RESULTADO < -999,99 THEN
                   MOVE "RECUSADO - VARIACAO INVALIDA"
                                       TO WS-DET-SITUACAO
                   GO TO P410-RECUSA
               END-IF
               MOVE WS-CONV-RESULTADO  TO WS-PCT-VARIACAO
               SET FLAG-PCT-INFORMADO  TO TRUE
               MOVE "I"                TO WS-ORIGEM-VARIACAO
           ELSE
               PERFORM P420-CALCULA-VARIACAO THRU P420-FIM
               IF FLAG-LINHA-RECUSADA THEN
                   GO TO P410-RECUSA
               END-IF
           END-IF.

           PERFORM P430-GRAVA-INDICE THRU P430-FIM.

           IF FLAG-LINHA-RECUSADA THEN
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-PCT-VARIACAO        TO WS-DET-PCT.
           MOVE WS-VLR-REFERENCIA      TO WS-DET-VLR.
           WRITE REG-REPORT    FROM WS-DET-REPORT.

           GO TO P410-FIM.
      *
       P410-RECUSA.
      *
           ADD 1                       TO WS-QTD-RECUSADOS.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P410-FIM.
      *
       P420-CALCULA-VARIACAO.
      *
      *    *========================================================*
      *    * SEM VARIACAO NO ARQUIVO: USA O VALOR DE REFERENCIA DO
      *    * MES SOBRE O DA COMPETENCIA ANTERIOR DO MESMO INDICE.
      *    *========================================================*
           IF WS-VLR-REFERENCIA EQUAL ZEROS THEN
               MOVE "RECUSADO - SEM VARIACAO E SEM VALOR"
                                       TO WS-DET-SITUACAO
               SET FLAG-LINHA-RECUSADA TO TRUE
               GO TO P420-FIM
           END-IF.

           IF WS-COMP-MES EQUAL 01 THEN
               MOVE 12                 TO WS-COMP-MES
               SUBTRACT 1              FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1              FROM WS-COMP-MES
           END-IF.

           MOVE WS-COD-INDICE          TO COD-INDICE-OFICIAL.
           MOVE WS-COMPETENCIA-VAL     TO COMPETENCIA-INDICE.
           MOVE ZEROS                  TO WS-VLR-ANTERIOR.

           READ INDICE-OFICIAL
               KEY IS CHAVE-INDICE-OFICIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VLR-REFERENCIA-INDICE TO WS-VLR-ANTERIOR
           END-READ.

           IF WS-VLR-ANTERIOR EQUAL ZEROS THEN
               MOVE "RECUSADO - SEM VALOR DO MES ANTERIOR"
                                       TO WS-DET-SITUACAO
               SET FLAG-LINHA-RECUSADA TO TRUE
               GO TO P420-FIM
           END-IF.

           COMPUTE WS-PCT-VARIACAO ROUNDED =
                   ((WS-VLR-REFERENCIA - WS-VLR-ANTERIOR) /
                                   WS-VLR-ANTERIOR) * 100
               ON SIZE ERROR
                   MOVE "RECUSADO - VARIACAO FORA DA FAIXA"
                                       TO WS-DET-SITUACAO
                   SET FLAG-LINHA-RECUSADA TO TRUE
                   GO TO P420-FIM
           END-COMPUTE.

           MOVE "C"                    TO WS-ORIGEM-VARIACAO.
      *
       P420-FIM.
      *
       P430-GRAVA-INDICE.
      *
           MOVE WS-COD-INDICE          TO COD-INDICE-OFICIAL.
           MOVE WS-COMPETENCIA-INDICE  TO COMPETENCIA-INDICE.
           MOVE "N"                    TO WS-REGISTRO-EXISTE.
           MOVE ZEROS                  TO WS-PCT-ANTERIOR.

           READ INDICE-OFICIAL
               KEY IS CHAVE-INDICE-OFICIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FLAG-REGISTRO-EXISTE TO TRUE
                       MOVE PCT-VARIACAO-INDICE TO WS-PCT-ANTERIOR
           END-READ.

           MOVE WS-COD-INDICE          TO COD-INDICE-OFICIAL.
           MOVE WS-COMPETENCIA-INDICE  TO COMPETENCIA-INDICE.
           MOVE WS-PCT-VARIACAO        TO PCT-VARIACAO-INDICE.
           MOVE WS-VLR-REFERENCIA      TO VLR-REFERENCIA-INDICE.
           MOVE WS-ORIGEM-VARIACAO     TO IND-ORIGEM-VARIACAO.
           MOVE WS-DATA-CORRENTE       TO DATA-IMPORTACAO-INDICE.
           MOVE LK-OPERADOR-ID         TO OPERADOR-IMPORTACAO-IDX.

           IF FLAG-REGISTRO-EXISTE THEN
               REWRITE REG-INDICE-OFICIAL
           ELSE
               WRITE REG-INDICE-OFICIAL
           END-IF.

           IF NOT WS-FS-INDICE-OK THEN
               MOVE SPACES             TO WS-DET-SITUACAO
               STRING "RECUSADO - ERRO NA GRAVACAO. FS: "
                      WS-FS-INDICE DELIMITED BY SIZE
                                       INTO WS-DET-SITUACAO
               SET FLAG-LINHA-RECUSADA TO TRUE
               GO TO P430-FIM
           END-IF.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE CHAVE-INDICE-OFICIAL   TO AUD-CHAVE.
           MOVE WS-PCT-VARIACAO        TO WS-ED-PCT-AUDITORIA.
           MOVE WS-ED-PCT-AUDITORIA    TO AUD-VALOR-NOVO.

           IF FLAG-REGISTRO-EXISTE THEN
               ADD 1                   TO WS-QTD-ALTERADOS
               MOVE WS-PCT-ANTERIOR    TO WS-ED-PCT-AUDITORIA
               MOVE WS-ED-PCT-AUDITORIA TO AUD-VALOR-ANTERIOR
               MOVE "A"                TO AUD-OPERACAO
               MOVE "SUBSTITUIDO"      TO WS-DET-SITUACAO
           ELSE
               ADD 1                   TO WS-QTD-INCLUIDOS
               MOVE "I"                TO AUD-OPERACAO
               MOVE "INCLUIDO"         TO WS-DET-SITUACAO
           END-IF.

           IF WS-ORIGEM-VARIACAO EQUAL "C" THEN
               MOVE SPACES             TO WS-DET-SITUACAO(13:)
               MOVE "(VARIACAO CALCULADA)"
                                       TO WS-DET-SITUACAO(13:)
           END-IF.

           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P430-FIM.
      *
       P450-CONVERTE-VALOR.
      *
      *    *========================================================*
      *    * CONVERTE UM VALOR TEXTO COM VIRGULA DECIMAL (12,45) OU
      *    * INTEIRO (12), COM SINAL "-" OPCIONAL ANTES DO PRIMEIRO
      *    * DIGITO; QUALQUER OUTRO CARACTER DEIXA FLAG-CONV-VALIDA
      *    * DESLIGADA.
      *    *========================================================*
           MOVE "S"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE "N"                    TO WS-CONV-NEGATIVO.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
           MOVE ZEROS                  TO WS-CONV-QTD-DIG.
           MOVE ZEROS                  TO WS-CONV-RESULTADO.

           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 10
               EVALUATE TRUE
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL "-"
                        AND WS-CONV-QTD-DIG EQUAL ZEROS
                        AND WS-CONV-NEGATIVO EQUAL "N"
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-NEGATIVO
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) NUMERIC
                       ADD 1           TO WS-CONV-QTD-DIG
                       IF WS-CONV-QTD-DEC < 2 THEN
                           MOVE WS-CONV-CAMPO(WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                           COMPUTE WS-CONV-TOTAL =
                               WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                           IF WS-CONV-ACHOU-VIRG EQUAL "S" THEN
                               ADD 1   TO WS-CONV-QTD-DEC
                           END-IF
                       END-IF
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N"        TO WS-CONV-VALIDO
               END-EVALUATE
           END-PERFORM.

           IF WS-CONV-QTD-DIG EQUAL ZEROS THEN
               MOVE "N"                TO WS-CONV-VALIDO
           END-IF.

           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL
               WHEN 1
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 10
               WHEN OTHER
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 100
           END-EVALUATE.

           IF WS-CONV-NEGATIVO EQUAL "S" THEN
               COMPUTE WS-CONV-RESULTADO = WS-CONV-RESULTADO * -1
           END-IF.
      *
       P450-FIM.
      *
       P510-INICIALIZA-RELATORIO.
      *
           OPEN OUTPUT SCMO0366.

           MOVE SPACES                 TO WS-CAB-DT-SIS.
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P510-FIM.
      *
       P520-FINALIZA-RELATORIO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "COMPETENCIAS INCLUIDAS......................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-INCLUIDOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "COMPETENCIAS SUBSTITUIDAS...................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-ALTERADOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "LINHAS RECUSADAS............................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-RECUSADOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0366.
      *
       P520-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0366"         TO AUD-PROGRAMA.
           MOVE "INDICE-OFICIAL"   TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE INDICE-IMPORT
                 INDICE-OFICIAL
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0366.
