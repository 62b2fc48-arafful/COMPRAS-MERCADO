      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARGA DE TAXAS DE CAMBIO PTAX - LE O ARQUIVO DIARIO DE
      *          COTACOES DE FECHAMENTO PTAX DO BANCO CENTRAL (PTAX.csv)
      *          E INCLUI NO TAXA-CAMBIO.dat AS COTACOES DE MOEDA/DATA
      *          QUE AINDA NAO EXISTEM, PELA TAXA DE VENDA (A MESMA
      *          DIGITADA NO SCMP0881). SO ENTRAM AS MOEDAS USADAS NOS
      *          PRECOS (USD E EUR); AS DEMAIS LINHAS DO ARQUIVO SAO
      *          IGNORADAS. COTACAO JA CADASTRADA NAO E ALTERADA E DATA
      *          DE COMPETENCIA FECHADA (FECH-PRECO) E RECUSADA. CADA
      *          INCLUSAO VAI PARA O AUDITORIA.LOG E A SITUACAO DE CADA
      *          LINHA SAI NO RELATORIO SCMO0886.txt. NO PROCESSAMENTO
      *          NOTURNO (SCMP0090) RODA SEM TELA, ANTES DA CARGA DE
      *          PRECOS, E DEVOLVE RETURN-CODE. DIA SEM ARQUIVO (FIM DE
      *          SEMANA, FERIADO) NAO E FALHA DO PASSO.
      *
      * LAYOUT DO PTAX.csv (CAMPOS SEPARADOS POR ";", COMO PUBLICADO):
      *   <data DDMMAAAA>;<codigo BC>;<tipo>;<moeda>;<taxa compra>;
      *       <taxa venda>;<paridade compra>;<paridade venda>
      * A DATA TAMBEM E ACEITA COMO DD/MM/AAAA. TAXAS COM VIRGULA
      * DECIMAL E ATE 4 CASAS (4,8527). CADA GRAVACAO EM TAXA-CAMBIO VAI
      *          TAMBEM PARA O JORNAL DE ALTERACOES (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0886.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTAX-CARGA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PTAX.csv"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CARGA.
      *
           SELECT TAXA-CAMBIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TAXA-CAMBIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-TAXA-CAMBIO
                FILE STATUS    IS WS-FS-TAXA-CAMBIO.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0886     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0886.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PTAX-CARGA.
       01 REG-PTAX                             PIC X(100).
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0886.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * CAMPOS DA LINHA DO PTAX.csv
      *    *========================================================*
       77 WS-PTAX-DATA-TXT                     PIC X(10) VALUE SPACES.
       77 WS-PTAX-COD-BC                       PIC X(05) VALUE SPACES.
       77 WS-PTAX-TIPO                         PIC X(01) VALUE SPACES.
       77 WS-PTAX-MOEDA                        PIC X(03) VALUE SPACES.
       77 WS-PTAX-COMPRA-TXT                   PIC X(12) VALUE SPACES.
       77 WS-PTAX-VENDA-TXT                    PIC X(12) VALUE SPACES.
      *
       01 WS-DATA-PTAX.
           05 WS-DD-PTAX                       PIC X(02).
           05 WS-MM-PTAX                       PIC X(02).
           05 WS-AAAA-PTAX                     PIC X(04).
       01 WS-DATA-PTAX-NUM REDEFINES WS-DATA-PTAX.
           05 WS-DD-PTAX-NUM                   PIC 9(02).
           05 WS-MM-PTAX-NUM                   PIC 9(02).
           05 WS-AAAA-PTAX-NUM                 PIC 9(04).
      *
       01 WS-LKS-AREA.
           05 WS-LKS-DATA.
               10 WS-LKS-DD                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-MM                    PIC 99.
               10 FILLER                       PIC X VALUE "/".
               10 WS-LKS-AAAA                  PIC 9999.
           05 WS-LKS-RETORNO                   PIC 9.
      *
       77 WS-DATA-PTAX-AAAAMMDD                PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA-PTAX                  PIC 9(06) VALUE ZEROS.
       77 WS-TAXA-COMPRA                       PIC 9(07)V9999
                                                    VALUE ZEROS.
       77 WS-TAXA-VENDA                        PIC 9(07)V9999
                                                    VALUE ZEROS.
       77 WS-ED-TAXA-AUDITORIA                 PIC ZZZZZZ9,9999.
      *
       77 WS-QTD-INCLUIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXISTENTES                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNORADAS                     PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * CONVERSAO DE TAXA TEXTO COM VIRGULA DECIMAL E ATE 4 CASAS
      *    * (4,8527); CASAS ALEM DA QUARTA SAO DESPREZADAS
      *    *========================================================*
       77 WS-CONV-CAMPO                        PIC X(12) VALUE SPACES.
       77 WS-CONV-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-CONV-DIGITO                       PIC 9(01) VALUE ZEROS.
       77 WS-CONV-TOTAL                        PIC 9(12) VALUE ZEROS.
       77 WS-CONV-QTD-DEC                      PIC 9(01) VALUE ZEROS.
       77 WS-CONV-QTD-DIG                      PIC 9(02) VALUE ZEROS.
       77 WS-CONV-ACHOU-VIRG                   PIC X(01) VALUE "N".
       77 WS-CONV-RESULTADO                 PIC 9(08)V9999 VALUE ZEROS.
       77 WS-CONV-VALIDO                       PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
      *
       77 WS-FS-CARGA                          PIC X(02).
           88 WS-FS-CARGA-OK                   VALUE "00".
           88 WS-FS-CARGA-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-TAXA-CAMBIO                    PIC X(02).
           88 WS-FS-TAXA-OK                    VALUE "00".
           88 WS-FS-TAXA-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-SEM-ARQUIVO                       PIC X(01) VALUE "N".
           88 FLAG-SEM-ARQUIVO                 VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0886 - ".
               05 FILLER   PIC X(52) VALUE
                       "CARGA DE TAXAS DE CAMBIO PTAX".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE "MOEDA".
               05 FILLER               PIC X(12) VALUE "DATA".
               05 FILLER               PIC X(13) VALUE
                                       "  TAXA COMPRA".
               05 FILLER               PIC X(13) VALUE
                                       "   TAXA VENDA".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(35) VALUE "SITUACAO".
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(05) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(35) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-MOEDA         PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DATA          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-COMPRA        PIC ZZZZZZ9,9999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-VENDA         PIC ZZZZZZ9,9999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(45) VALUE SPACES.
      *
           03 WS-LST-SEM-ARQUIVO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "PTAX.csv NAO ENCONTRADO - NENHUMA COTACAO INCLUIDA".
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZZ9.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM
               UNTIL FLAG-EOF.

           PERFORM P500-FINALIZA THRU P500-FIM.

           PERFORM P700-RESUMO THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           SET WS-FS-CARGA-OK      TO  TRUE.
           SET WS-FS-TAXA-OK       TO  TRUE.
           SET WS-FS-FECH-OK       TO  TRUE.

           ACCEPT WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           IF NOT FLAG-MODO-AUTOMATICO THEN
               DISPLAY "CARGA DE TAXAS DE CAMBIO PTAX (PTAX.csv)"
                                               AT 0805
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0886.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

      *    DIA SEM PUBLICACAO DA PTAX: NADA A CARREGAR, SEM FALHA
           OPEN INPUT PTAX-CARGA.

           IF WS-FS-CARGA-NAO-EXISTE THEN
               SET FLAG-SEM-ARQUIVO    TO TRUE
               SET FLAG-EOF            TO TRUE
               WRITE REG-REPORT    FROM WS-LST-SEM-ARQUIVO
               GO TO P100-FIM
           END-IF.

           IF NOT WS-FS-CARGA-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO PTAX.csv. FS: "
                           WS-FS-CARGA
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO PTAX.csv. FS: "
                           WS-FS-CARGA         AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           OPEN I-O TAXA-CAMBIO.

           IF WS-FS-TAXA-NAO-EXISTE THEN
               OPEN OUTPUT TAXA-CAMBIO
               CLOSE TAXA-CAMBIO
               OPEN I-O TAXA-CAMBIO
           END-IF.

           IF NOT WS-FS-TAXA-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO TAXA-CAMBIO. "
                           "FS: " WS-FS-TAXA-CAMBIO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO TAXA-CAMBIO. "
                           "FS: " WS-FS-TAXA-CAMBIO    AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT FECH-PRECO.

           IF WS-FS-FECH-NAO-EXISTE THEN
               OPEN OUTPUT FECH-PRECO
               CLOSE FECH-PRECO
               OPEN INPUT FECH-PRECO
           END-IF.

           IF NOT WS-FS-FECH-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO. "
                           "FS: " WS-FS-FECH-PRECO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO. "
                           "FS: " WS-FS-FECH-PRECO    AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           READ PTAX-CARGA
               AT END
                   SET FLAG-EOF        TO TRUE
               NOT AT END
                   IF REG-PTAX NOT EQUAL SPACES THEN
                       PERFORM P410-TRATA-LINHA THRU P410-FIM
                   END-IF
           END-READ.
      *
       P300-FIM.
      *
       P410-TRATA-LINHA.
      *
           MOVE SPACES                 TO WS-PTAX-DATA-TXT
                                          WS-PTAX-COD-BC
                                          WS-PTAX-TIPO
                                          WS-PTAX-MOEDA
                                          WS-PTAX-COMPRA-TXT
                                          WS-PTAX-VENDA-TXT
                                          WS-DET-REPORT.
           MOVE ZEROS                  TO WS-TAXA-COMPRA
                                          WS-TAXA-VENDA.

           UNSTRING REG-PTAX DELIMITED BY ";"
               INTO WS-PTAX-DATA-TXT
                    WS-PTAX-COD-BC
                    WS-PTAX-TIPO
                    WS-PTAX-MOEDA
                    WS-PTAX-COMPRA-TXT
                    WS-PTAX-VENDA-TXT
           END-UNSTRING.

      *    O ARQUIVO TRAZ TODAS AS MOEDAS DO BANCO CENTRAL; SO USD E
      *    EUR TEM PRECO CADASTRADO NO SISTEMA
           IF WS-PTAX-MOEDA NOT EQUAL "USD" AND "EUR" THEN
               ADD 1                   TO WS-QTD-IGNORADAS
               GO TO P410-FIM
           END-IF.

           MOVE WS-PTAX-MOEDA          TO WS-DET-MOEDA.
           MOVE WS-PTAX-DATA-TXT       TO WS-DET-DATA.

           IF WS-PTAX-DATA-TXT(3:1) EQUAL "/" THEN
               MOVE WS-PTAX-DATA-TXT(1:2)  TO WS-DD-PTAX
               MOVE WS-PTAX-DATA-TXT(4:2)  TO WS-MM-PTAX
               MOVE WS-PTAX-DATA-TXT(7:4)  TO WS-AAAA-PTAX
           ELSE
               MOVE WS-PTAX-DATA-TXT(1:8)  TO WS-DATA-PTAX
           END-IF.

           IF WS-DATA-PTAX NOT NUMERIC THEN
               MOVE "RECUSADA - DATA INVALIDA"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-DD-PTAX-NUM         TO WS-LKS-DD.
           MOVE WS-MM-PTAX-NUM         TO WS-LKS-MM.
           MOVE WS-AAAA-PTAX-NUM       TO WS-LKS-AAAA.
           CALL "SCMP0901" USING WS-LKS-AREA.

           IF WS-LKS-RETORNO NOT EQUAL ZERO THEN
               MOVE "RECUSADA - DATA INVALIDA"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-LKS-DATA            TO WS-DET-DATA.

           COMPUTE WS-DATA-PTAX-AAAAMMDD =
                   WS-AAAA-PTAX-NUM * 10000
                 + WS-MM-PTAX-NUM * 100
                 + WS-DD-PTAX-NUM.

           IF WS-DATA-PTAX-AAAAMMDD > WS-DATA-CORRENTE-NUM THEN
               MOVE "RECUSADA - DATA NO FUTURO"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           IF WS-PTAX-COMPRA-TXT NOT EQUAL SPACES THEN
               MOVE WS-PTAX-COMPRA-TXT TO WS-CONV-CAMPO
               PERFORM P450-CONVERTE-TAXA THRU P450-FIM
               IF FLAG-CONV-VALIDA
                  AND WS-CONV-RESULTADO NOT > 9999999,9999 THEN
                   MOVE WS-CONV-RESULTADO  TO WS-TAXA-COMPRA
               END-IF
           END-IF.
           MOVE WS-TAXA-COMPRA         TO WS-DET-COMPRA.

           MOVE WS-PTAX-VENDA-TXT      TO WS-CONV-CAMPO.
           PERFORM P450-CONVERTE-TAXA THRU P450-FIM.

           IF NOT FLAG-CONV-VALIDA
              OR WS-CONV-RESULTADO EQUAL ZEROS
              OR WS-CONV-RESULTADO > 9999999,9999 THEN
               MOVE "RECUSADA - TAXA DE VENDA INVALIDA"
                                       TO WS-DET-SITUACAO
               GO TO P410-RECUSA
           END-IF.

           MOVE WS-CONV-RESULTADO      TO WS-TAXA-VENDA.
           MOVE WS-TAXA-VENDA          TO WS-DET-VENDA.

      *    COTACAO JA CADASTRADA (DIGITADA NO SCMP0881 OU CARGA
      *    ANTERIOR) E MANTIDA COMO ESTA
           MOVE WS-PTAX-MOEDA          TO COD-MOEDA-CAMBIO.
           MOVE WS-LKS-DATA            TO DATA-COTACAO.

           READ TAXA-CAMBIO
               KEY IS CHAVE-TAXA-CAMBIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1           TO WS-QTD-EXISTENTES
                       MOVE "JA CADASTRADA - MANTIDA"
                                       TO WS-DET-SITUACAO
                       WRITE REG-REPORT    FROM WS-DET-REPORT
                       GO TO P410-FIM
           END-READ.

      *    COTACAO NOVA EM COMPETENCIA FECHADA MUDARIA A CONVERSAO DE
      *    PRECOS JA FECHADOS
           COMPUTE WS-COMPETENCIA-PTAX =
                   WS-AAAA-PTAX-NUM * 100 + WS-MM-PTAX-NUM.
           MOVE WS-COMPETENCIA-PTAX    TO COMPETENCIA-FECHAMENTO.

           READ FECH-PRECO
               KEY IS COMPETENCIA-FECHAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-COMPETENCIA-FECHADA
                           MOVE "RECUSADA - COMPETENCIA FECHADA"
                                       TO WS-DET-SITUACAO
                           GO TO P410-RECUSA
                       END-IF
           END-READ.

           PERFORM P430-GRAVA-TAXA THRU P430-FIM.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           GO TO P410-FIM.
      *
       P410-RECUSA.
      *
           ADD 1                       TO WS-QTD-RECUSADAS.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P410-FIM.
      *
       P430-GRAVA-TAXA.
      *
           MOVE WS-PTAX-MOEDA          TO COD-MOEDA-CAMBIO.
           MOVE WS-LKS-DATA            TO DATA-COTACAO.
           MOVE WS-TAXA-VENDA          TO VLR-TAXA-CAMBIO.

           WRITE REG-TAXA-CAMBIO.

           IF NOT WS-FS-TAXA-OK THEN
               ADD 1                   TO WS-QTD-RECUSADAS
               MOVE SPACES             TO WS-DET-SITUACAO
               STRING "RECUSADA - ERRO NA GRAVACAO. FS: "
                      WS-FS-TAXA-CAMBIO DELIMITED BY SIZE
                                       INTO WS-DET-SITUACAO
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P430-FIM
           END-IF.

           ADD 1                       TO WS-QTD-INCLUIDAS.
           MOVE "INCLUIDA"             TO WS-DET-SITUACAO.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE WS-TAXA-VENDA          TO WS-ED-TAXA-AUDITORIA.
           MOVE WS-ED-TAXA-AUDITORIA   TO AUD-VALOR-NOVO.
           MOVE CHAVE-TAXA-CAMBIO      TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
           MOVE "TAXA-CAMBIO"       TO JOR-ARQUIVO.
           MOVE "I"                 TO JOR-OPERACAO.
           MOVE SPACES              TO JOR-IMAGEM-ANTES.
           MOVE REG-TAXA-CAMBIO     TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P430-FIM.
      *
       P450-CONVERTE-TAXA.
      *
      *    *========================================================*
      *    * CONVERTE UMA TAXA TEXTO COM VIRGULA DECIMAL (4,8527) OU
      *    * INTEIRA (5); QUALQUER OUTRO CARACTER DEIXA
      *    * FLAG-CONV-VALIDA DESLIGADA.
      *    *========================================================*
           MOVE "S"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
           MOVE ZEROS                  TO WS-CONV-QTD-DIG.
           MOVE ZEROS                  TO WS-CONV-RESULTADO.

           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 12
               EVALUATE TRUE
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) NUMERIC
                       ADD 1           TO WS-CONV-QTD-DIG
                       IF WS-CONV-QTD-DEC < 4 THEN
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
               WHEN 2
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 100
               WHEN 3
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 1000
               WHEN OTHER
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 10000
           END-EVALUATE.
      *
       P450-FIM.
      *
       P500-FINALIZA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "COTACOES INCLUIDAS..........................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-INCLUIDAS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "COTACOES JA CADASTRADAS (MANTIDAS)..........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-EXISTENTES      TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "LINHAS RECUSADAS............................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-RECUSADAS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "LINHAS DE OUTRAS MOEDAS (IGNORADAS).........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-IGNORADAS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P500-FIM.
      *
       P700-RESUMO.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               IF FLAG-SEM-ARQUIVO THEN
                   DISPLAY "SCMP0886 - PTAX.csv NAO ENCONTRADO - "
                           "NENHUMA COTACAO CARREGADA"
               ELSE
                   DISPLAY "SCMP0886 - COTACOES INCLUIDAS: "
                           WS-QTD-INCLUIDAS
                           " - JA CADASTRADAS: " WS-QTD-EXISTENTES
                           " - RECUSADAS: " WS-QTD-RECUSADAS
               END-IF
           ELSE
               IF FLAG-SEM-ARQUIVO THEN
                   DISPLAY "PTAX.csv NAO ENCONTRADO" AT 1205
               ELSE
                   DISPLAY "INCLUIDAS: " WS-QTD-INCLUIDAS
                           "  JA CADASTRADAS: " WS-QTD-EXISTENTES
                           "  RECUSADAS: " WS-QTD-RECUSADAS
                                               AT 1205
               END-IF
               DISPLAY "RELATORIO GERADO EM SCMO0886.txt"   AT 1305
               ACCEPT WS-PROMPT                AT 1350
           END-IF.
      *
       P700-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0886"         TO AUD-PROGRAMA.
           MOVE "TAXA-CAMBIO"      TO AUD-ARQUIVO.
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
           MOVE "SCMP0886"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE PTAX-CARGA
                 TAXA-CAMBIO
                 FECH-PRECO
                 AUDITORIA
                 SCMO0886.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0886.
