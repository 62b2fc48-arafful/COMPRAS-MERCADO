      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: GERACAO DE TITULOS A PAGAR - PARA CADA NOTA FISCAL DE
      *          ENTRADA ACEITA (CONFERIDA NO SCMP0725 OU LIBERADA NO
      *          SCMP0726) QUE AINDA NAO TEM TITULO, GRAVA UM TITULO
      *          EM TITULO-PAGAR COM O VALOR DA NOTA E O VENCIMENTO
      *          CALCULADO PELA CONDICAO DE PAGAMENTO DO FORNECEDOR
      *          (SCMP0731). LISTA OS TITULOS GERADOS EM SCMO0732
      * Mod: 15/10/2026 - o prazo usado para fornecedor sem condicao de
      *      pagamento passa a vir do parametro PRZPAGTO (SCMP0082),
      *      padrao 30 dias
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0732.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-ENTRADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NF-ENTRADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-NF-ENTRADA
                FILE STATUS    IS WS-FS-NFE.
      *
           SELECT COND-PAGTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COND-PAGTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR-CPG
                FILE STATUS    IS WS-FS-COND-PAGTO.
      *
           SELECT TITULO-PAGAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TITULO-PAGAR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-TITULO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0732     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0732.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD NF-ENTRADA.
           COPY "NfEntrada.cpy".
      *
       FD COND-PAGTO.
           COPY "CondPagto.cpy".
      *
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0732.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * FORNECEDOR SEM CONDICAO CADASTRADA NO SCMP0731 PAGA NO
      *    * PRAZO PADRAO DE 30 DIAS CORRIDOS
      *    *========================================================*
       77 WS-PRAZO-PADRAO                      PIC 9(03) VALUE 30.
       77 WS-PRAZO-TITULO                      PIC 9(03) VALUE ZEROS.
      *
       01 WS-DATA-CALCULO.
           05 WS-ANO-CALCULO                   PIC 9(04).
           05 WS-MES-CALCULO                   PIC 9(02).
           05 WS-DIA-CALCULO                   PIC 9(02).
       01 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO
                                               PIC 9(08).
      *
       77 WS-DIA-CORRIDO                       PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-NO-MES                       PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-ANO                         PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE-ANO                     PIC 9(04) VALUE ZEROS.
      *
       01 WS-TAB-DIAS-MES-INI                  PIC X(24)
                           VALUE "312831303130313130313031".
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI.
           05 WS-DIAS-MES                      PIC 9(02) OCCURS 12.
      *
       01 WS-CHAVE-AUD-TIT.
           05 WS-AUD-FORNECEDOR                PIC X(10).
           05 WS-AUD-NUM-NF                    PIC 9(09).
           05 FILLER                           PIC X(01) VALUE SPACES.
      *
       77 WS-QTD-GERADOS                       PIC 9(05) VALUE ZEROS.
       77 WS-VLR-GERADOS                    PIC 9(13)V99 VALUE ZEROS.
      *
       77 WS-FS-NFE                            PIC X(02).
           88 WS-FS-NFE-OK                     VALUE "00".
           88 WS-FS-NFE-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-COND-PAGTO                     PIC X(02).
           88 WS-FS-CPG-OK                     VALUE "00".
           88 WS-FS-CPG-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-TITULO                         PIC X(02).
           88 WS-FS-TIT-OK                     VALUE "00".
           88 WS-FS-TIT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-COND-ABERTA                       PIC X(01) VALUE "N".
           88 FLAG-COND-ABERTA                 VALUE "S".
      *
       77 WS-FIM-NFE                           PIC X(01) VALUE "N".
           88 FLAG-EOF-NFE                     VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE
                                               PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(92) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0732 - ".
               05 FILLER   PIC X(61) VALUE
                       "TITULOS A PAGAR GERADOS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(16) VALUE "NOTA/SERIE".
               05 FILLER               PIC X(12) VALUE "EMISSAO".
               05 FILLER               PIC X(07) VALUE "PRAZO".
               05 FILLER               PIC X(12) VALUE "VENCIMENTO".
               05 FILLER               PIC X(18) VALUE
                                               "          VALOR".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-FORNECEDOR    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-NUM-NF        PIC 9(09).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-SERIE-NF      PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-EMISSAO       PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PRAZO         PIC ZZ9.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-VENCIMENTO    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUMA NOTA ACEITA SEM TITULO A PAGAR".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "TITULOS GERADOS.............: ".
               05 WS-FIN-QTD-GERADOS   PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "VALOR TOTAL GERADO..........: ".
               05 WS-FIN-VLR-GERADOS   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01 WS-DATA-EDICAO.
           05 WS-DD-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-MM-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AAAA-EDICAO                   PIC 9(04).
      *
           COPY "LeParametro.cpy".
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

           PERFORM P300-PROCESSA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0732.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.

           OPEN INPUT NF-ENTRADA.

           IF WS-FS-NFE-NAO-EXISTE THEN
               DISPLAY "NENHUMA NOTA DE ENTRADA DIGITADA"      AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT COND-PAGTO.

           IF WS-FS-CPG-OK THEN
               SET FLAG-COND-ABERTA    TO TRUE
           END-IF.

           OPEN I-O TITULO-PAGAR.

           IF WS-FS-TIT-NAO-EXISTE THEN
               OPEN OUTPUT TITULO-PAGAR
               CLOSE TITULO-PAGAR
               OPEN I-O TITULO-PAGAR
           END-IF.

           IF NOT WS-FS-TIT-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO TITULO-PAGAR"
                                                               AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0732.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "PRZPAGTO"             TO LPR-COD-PARAMETRO.
           MOVE WS-PRAZO-PADRAO        TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-PRAZO-PADRAO.
      *
       P105-FIM.
      *
       P300-PROCESSA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-NFE.

           PERFORM UNTIL FLAG-EOF-NFE
               READ NF-ENTRADA
                   AT END
                       SET FLAG-EOF-NFE    TO TRUE
                   NOT AT END
                       IF NFE-CONFERIDA OR NFE-LIBERADA
                           PERFORM P400-GERA-TITULO THRU P400-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-GERADOS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               MOVE WS-QTD-GERADOS     TO WS-FIN-QTD-GERADOS
               MOVE WS-VLR-GERADOS     TO WS-FIN-VLR-GERADOS
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               WRITE REG-REPORT    FROM WS-LST-FINAL-1
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P300-FIM.
      *
       P400-GERA-TITULO.
      *
           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-TIT.
           MOVE NUM-NF-ENTRADA         TO NUM-NF-TITULO.
           MOVE SERIE-NF-ENTRADA       TO SERIE-NF-TITULO.

      *    NOTA QUE JA TEM TITULO NAO GERA OUTRO
           READ TITULO-PAGAR
               KEY IS CHAVE-TITULO-PAGAR
                   NOT INVALID KEY
                       GO TO P400-FIM
           END-READ.

           PERFORM P410-BUSCA-PRAZO THRU P410-FIM.

           MOVE DATA-EMISSAO-NFE       TO WS-DATA-CALCULO-R.
           PERFORM P450-CALCULA-VENCIMENTO THRU P450-FIM.

           MOVE FK-COD-FORNECEDOR-NFE  TO FK-COD-FORNECEDOR-TIT.
           MOVE NUM-NF-ENTRADA         TO NUM-NF-TITULO.
           MOVE SERIE-NF-ENTRADA       TO SERIE-NF-TITULO.
           MOVE DATA-EMISSAO-NFE       TO DATA-EMISSAO-TIT.
           MOVE WS-PRAZO-TITULO        TO PRAZO-PAGTO-TIT.
           MOVE WS-DATA-CALCULO-R      TO DATA-VENCIMENTO-TIT.
           MOVE VLR-TOTAL-NFE          TO VLR-TITULO.
           MOVE ZEROS                  TO VLR-PAGO-TITULO.
           MOVE ZEROS                  TO DATA-ULT-PAGTO-TIT.
           MOVE ZEROS                  TO QTD-PAGTOS-TITULO.
           MOVE "A"                    TO SITUACAO-TITULO.
           MOVE WS-DATA-CORRENTE-R     TO DATA-GERACAO-TIT.
           MOVE LK-OPERADOR-ID         TO OPERADOR-GERACAO-TIT.

           WRITE REG-TITULO-PAGAR.

           IF NOT WS-FS-TIT-OK THEN
               GO TO P400-FIM
           END-IF.

           ADD 1                       TO WS-QTD-GERADOS.
           ADD VLR-TITULO              TO WS-VLR-GERADOS.

           MOVE FK-COD-FORNECEDOR-TIT  TO WS-DET-FORNECEDOR.
           MOVE NUM-NF-TITULO          TO WS-DET-NUM-NF.
           MOVE SERIE-NF-TITULO        TO WS-DET-SERIE-NF.
           MOVE DIA-EMISSAO-TIT        TO WS-DD-EDICAO.
           MOVE MES-EMISSAO-TIT        TO WS-MM-EDICAO.
           MOVE ANO-EMISSAO-TIT        TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-EMISSAO.
           MOVE PRAZO-PAGTO-TIT        TO WS-DET-PRAZO.
           MOVE DIA-VENCIMENTO-TIT     TO WS-DD-EDICAO.
           MOVE MES-VENCIMENTO-TIT     TO WS-MM-EDICAO.
           MOVE ANO-VENCIMENTO-TIT     TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-VENCIMENTO.
           MOVE VLR-TITULO             TO WS-DET-VALOR.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           MOVE FK-COD-FORNECEDOR-TIT  TO WS-AUD-FORNECEDOR.
           MOVE NUM-NF-TITULO          TO WS-AUD-NUM-NF.
           MOVE WS-CHAVE-AUD-TIT       TO AUD-CHAVE.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           STRING "VENCTO: "           DELIMITED BY SIZE
                  WS-DET-VENCIMENTO    DELIMITED BY SIZE
                  " VALOR: "           DELIMITED BY SIZE
                  WS-DET-VALOR         DELIMITED BY SIZE
                  INTO AUD-VALOR-NOVO.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P400-FIM.
      *
       P410-BUSCA-PRAZO.
      *
           MOVE WS-PRAZO-PADRAO        TO WS-PRAZO-TITULO.

           IF NOT FLAG-COND-ABERTA THEN
               GO TO P410-FIM
           END-IF.

           MOVE FK-COD-FORNECEDOR-NFE  TO COD-FORNECEDOR-CPG.

           READ COND-PAGTO
               KEY IS COD-FORNECEDOR-CPG
                   NOT INVALID KEY
                       MOVE PRAZO-PAGTO-DIAS   TO WS-PRAZO-TITULO
           END-READ.
      *
       P410-FIM.
      *
      *    *========================================================*
      *    * SOMA WS-PRAZO-TITULO DIAS CORRIDOS A WS-DATA-CALCULO,
      *    * MES A MES, PELO CALENDARIO (FEVEREIRO BISSEXTO INCLUSO)
      *    *========================================================*
       P450-CALCULA-VENCIMENTO.
      *
           COMPUTE WS-DIA-CORRIDO = WS-DIA-CALCULO + WS-PRAZO-TITULO.

           PERFORM P460-DIAS-NO-MES THRU P460-FIM.

           PERFORM UNTIL WS-DIA-CORRIDO NOT GREATER WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-DIA-CORRIDO
               ADD 1                   TO WS-MES-CALCULO
               IF WS-MES-CALCULO > 12
                   MOVE 1              TO WS-MES-CALCULO
                   ADD 1               TO WS-ANO-CALCULO
               END-IF
               PERFORM P460-DIAS-NO-MES THRU P460-FIM
           END-PERFORM.

           MOVE WS-DIA-CORRIDO         TO WS-DIA-CALCULO.
      *
       P450-FIM.
      *
       P460-DIAS-NO-MES.
      *
           MOVE WS-DIAS-MES(WS-MES-CALCULO)    TO WS-DIAS-NO-MES.

           IF WS-MES-CALCULO EQUAL 2 THEN
               DIVIDE WS-ANO-CALCULO BY 4 GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO EQUAL ZEROS
                   MOVE 29             TO WS-DIAS-NO-MES
                   DIVIDE WS-ANO-CALCULO BY 100 GIVING WS-QUOCIENTE-ANO
                                          REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO EQUAL ZEROS
                       MOVE 28         TO WS-DIAS-NO-MES
                       DIVIDE WS-ANO-CALCULO BY 400
                                      GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
                       IF WS-RESTO-ANO EQUAL ZEROS
                           MOVE 29     TO WS-DIAS-NO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       P460-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0732"         TO AUD-PROGRAMA.
           MOVE "TITULO-PAGAR"     TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE   NF-ENTRADA
                   COND-PAGTO
                   TITULO-PAGAR
                   AUDITORIA
                   SCMO0732.
           GOBACK.
       END PROGRAM SCMP0732.
