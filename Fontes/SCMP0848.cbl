      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARDAPIO SEMANAL - RELATORIO DE CUSTO PLANEJADO X
      *          REAL. PARA A SEMANA INFORMADA LISTA CADA REFEICAO DO
      *          CARDAPIO COM O CUSTO PLANEJADO (GRAVADO NO
      *          PLANEJAMENTO, SCMP0846) E O CUSTO REAL (GRAVADO NO
      *          PREPARO, SCMP0847), A DIFERENCA DAS JA PREPARADAS E
      *          OS TOTAIS DA SEMANA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0848.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDAPIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARDAPIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CARDAPIO
                FILE STATUS    IS WS-FS-CARDAPIO.
      *
           SELECT SCMO0848     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0848.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CARDAPIO.
           COPY "Cardapio.cpy".
      *
       FD SCMO0848.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
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
       01 WS-DATA-SEMANA-TELA.
           05 WS-DD-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-SEMANA-TELA              PIC XXXX.
      *
       01 WS-DATA-SEMANA.
           05 WS-AAAA-SEMANA                   PIC X(04).
           05 WS-MM-SEMANA                     PIC X(02).
           05 WS-DD-SEMANA                     PIC X(02).
       01 WS-DATA-SEMANA-NUM REDEFINES WS-DATA-SEMANA PIC 9(08).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
      *    *========================================================*
      *    * DATA DE CADA DIA DA SEMANA (INICIO + DIA - 1)
      *    *========================================================*
       01 WS-DATA-CALCULO.
           05 WS-ANO-CALCULO                   PIC 9(04).
           05 WS-MES-CALCULO                   PIC 9(02).
           05 WS-DIA-CALCULO                   PIC 9(02).
       01 WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO
                                               PIC 9(08).
      *
       77 WS-DIAS-SOMAR                        PIC 9(03) VALUE ZEROS.
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
       77 WS-DIFERENCA                      PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-PLANEJADO-SEM              PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PLANEJADO-PREP             PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-REAL-SEM                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-DIFERENCA                  PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-REFEICOES                     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PREPARADAS                    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PENDENTES                     PIC 9(04) VALUE ZEROS.
      *
       77 WS-FS-CARDAPIO                       PIC X(02).
           88 WS-FS-CARD-OK                    VALUE "00".
           88 WS-FS-CARD-NAO-EXISTE            VALUE "35".
      *
       77 WS-FIM-CARDAPIO                      PIC X(01) VALUE "N".
           88 FLAG-FIM-CARDAPIO                VALUE "S".
      *
       77 WS-SEMANA-VALIDA                     PIC X(01) VALUE "N".
           88 FLAG-SEMANA-VALIDA               VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(115) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0848 - ".
               05 FILLER   PIC X(52) VALUE
                       "CARDAPIO SEMANAL - CUSTO PLANEJADO X REAL".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "SEMANA INICIADA EM: ".
               05 WS-CAB-SEMANA        PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE "DIA".
               05 FILLER               PIC X(12) VALUE "DATA".
               05 FILLER               PIC X(08) VALUE "REFEICAO".
               05 FILLER               PIC X(22) VALUE "RECEITA".
               05 FILLER               PIC X(06) VALUE "PORC".
               05 FILLER               PIC X(15) VALUE "CUSTO PLANEJ.".
               05 FILLER               PIC X(06) VALUE "PREP".
               05 FILLER               PIC X(15) VALUE "CUSTO REAL".
               05 FILLER               PIC X(15) VALUE "DIFERENCA".
               05 FILLER               PIC X(10) VALUE "SITUACAO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DIA           PIC 9(01).
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-DATA          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-REFEICAO      PIC X(07) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RECEITA       PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-PORCOES       PIC Z9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO-PLAN    PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-PORCOES-PREP  PIC Z9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CUSTO-REAL    PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DIFERENCA     PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(10) VALUE SPACES.
      *
           03 WS-LST-VAZIO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "NENHUMA REFEICAO PLANEJADA NESTA SEMANA".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "CUSTO PLANEJADO DA SEMANA R$.............:".
               05 WS-TOT-PLAN-SEM      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "CUSTO PLANEJADO DAS PREPARADAS R$........:".
               05 WS-TOT-PLAN-PREP     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "CUSTO REAL DAS PREPARADAS R$.............:".
               05 WS-TOT-REAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "DIFERENCA REAL - PLANEJADO R$............:".
               05 WS-TOT-DIF           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "REFEICOES PLANEJADAS / PREPARADAS........:".
               05 WS-TOT-REFEICOES     PIC ZZZ9.
               05 FILLER               PIC X(03) VALUE " / ".
               05 WS-TOT-PREPARADAS    PIC ZZZ9.
      *
           03 WS-LST-FINAL-6.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(42) VALUE
                   "REFEICOES PENDENTES (NAO PREPARADAS).....:".
               05 WS-TOT-PENDENTES     PIC ZZZ9.
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

           PERFORM P200-SOLICITA-SEMANA THRU P200-FIM.

           IF FLAG-SEMANA-VALIDA THEN
               PERFORM P250-CABECALHO THRU P250-FIM
               PERFORM P300-LISTA-SEMANA THRU P300-FIM
               PERFORM P500-TOTALIZA THRU P500-FIM
               DISPLAY "RELATORIO GERADO EM SCMO0848.txt"  AT 1605
               ACCEPT WS-PROMPT    AT 1650
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT CARDAPIO.

           IF NOT WS-FS-CARD-OK THEN
               DISPLAY "CARDAPIO NAO CADASTRADO (SCMP0846). FS: "
                       WS-FS-CARDAPIO      AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
      *
       P100-FIM.
      *
       P200-SOLICITA-SEMANA.
      *
           DISPLAY "SEMANA INICIANDO EM (DD/MM/AAAA): " AT 1005.
           MOVE SPACES                 TO WS-DATA-SEMANA-TELA.
           ACCEPT WS-DATA-SEMANA-TELA  AT 1040.

           IF WS-DATA-SEMANA-TELA EQUAL SPACES THEN
               GO TO P200-FIM
           END-IF.

           MOVE WS-DD-SEMANA-TELA      TO WS-LKS-DD.
           MOVE WS-MM-SEMANA-TELA      TO WS-LKS-MM.
           MOVE WS-AAAA-SEMANA-TELA    TO WS-LKS-AAAA.
           CALL "SCMP0901" USING WS-LKS-AREA.

           IF WS-LKS-RETORNO NOT EQUAL ZERO THEN
               DISPLAY "DATA INVALIDA"  AT 1205
               ACCEPT WS-PROMPT    AT 1240
               GO TO P200-FIM
           END-IF.

           MOVE WS-AAAA-SEMANA-TELA    TO WS-AAAA-SEMANA.
           MOVE WS-MM-SEMANA-TELA      TO WS-MM-SEMANA.
           MOVE WS-DD-SEMANA-TELA      TO WS-DD-SEMANA.
           SET FLAG-SEMANA-VALIDA      TO TRUE.
      *
       P200-FIM.
      *
       P250-CABECALHO.
      *
           OPEN OUTPUT SCMO0848.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-DATA-SEMANA-TELA    TO WS-CAB-SEMANA.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
      *
       P250-FIM.
      *
       P300-LISTA-SEMANA.
      *
           MOVE "N"                    TO WS-FIM-CARDAPIO.
           MOVE WS-DATA-SEMANA-NUM     TO DATA-SEMANA-CARDAPIO.
           MOVE ZEROS                  TO DIA-SEMANA-CARDAPIO.
           MOVE SPACES                 TO REFEICAO-CARDAPIO.

           START CARDAPIO KEY IS NOT LESS THAN CHAVE-CARDAPIO
               INVALID KEY
                   SET FLAG-FIM-CARDAPIO   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CARDAPIO
               READ CARDAPIO NEXT RECORD
                   AT END
                       SET FLAG-FIM-CARDAPIO TO TRUE
                   NOT AT END
                       IF DATA-SEMANA-CARDAPIO NOT EQUAL
                               WS-DATA-SEMANA-NUM
                           SET FLAG-FIM-CARDAPIO TO TRUE
                       ELSE
                           PERFORM P330-LISTA-REFEICAO THRU P330-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-REFEICOES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-VAZIO
           END-IF.
      *
       P300-FIM.
      *
       P330-LISTA-REFEICAO.
      *
           ADD 1                       TO WS-QTD-REFEICOES.
           ADD VLR-CUSTO-PLANEJADO     TO WS-TOT-PLANEJADO-SEM.

           MOVE DIA-SEMANA-CARDAPIO    TO WS-DET-DIA.

           MOVE WS-DATA-SEMANA-NUM     TO WS-DATA-CALCULO-R.
           COMPUTE WS-DIAS-SOMAR = DIA-SEMANA-CARDAPIO - 1.
           PERFORM P650-SOMA-DIAS THRU P650-FIM.
           MOVE SPACES                 TO WS-DET-DATA.
           STRING  WS-DIA-CALCULO "/"
                   WS-MES-CALCULO "/"
                   WS-ANO-CALCULO      INTO    WS-DET-DATA.

           EVALUATE TRUE
               WHEN REFEICAO-CAFE
                   MOVE "CAFE"         TO WS-DET-REFEICAO
               WHEN REFEICAO-ALMOCO
                   MOVE "ALMOCO"       TO WS-DET-REFEICAO
               WHEN REFEICAO-LANCHE
                   MOVE "LANCHE"       TO WS-DET-REFEICAO
               WHEN REFEICAO-JANTAR
                   MOVE "JANTAR"       TO WS-DET-REFEICAO
               WHEN OTHER
                   MOVE REFEICAO-CARDAPIO  TO WS-DET-REFEICAO
           END-EVALUATE.

           MOVE NOME-RECEITA-CARDAPIO  TO WS-DET-RECEITA.
           MOVE QTD-PORCOES-CARDAPIO   TO WS-DET-PORCOES.
           MOVE VLR-CUSTO-PLANEJADO    TO WS-DET-CUSTO-PLAN.

           IF REFEICAO-PREPARADA THEN
               ADD 1                   TO WS-QTD-PREPARADAS
               ADD VLR-CUSTO-PLANEJADO TO WS-TOT-PLANEJADO-PREP
               ADD VLR-CUSTO-REAL      TO WS-TOT-REAL-SEM
               COMPUTE WS-DIFERENCA =
                   VLR-CUSTO-REAL - VLR-CUSTO-PLANEJADO
               MOVE QTD-PORCOES-PREPARADAS TO WS-DET-PORCOES-PREP
               MOVE VLR-CUSTO-REAL     TO WS-DET-CUSTO-REAL
               MOVE WS-DIFERENCA       TO WS-DET-DIFERENCA
               MOVE "PREPARADA"        TO WS-DET-SITUACAO
           ELSE
               ADD 1                   TO WS-QTD-PENDENTES
               MOVE ZEROS              TO WS-DET-PORCOES-PREP
                                          WS-DET-CUSTO-REAL
                                          WS-DET-DIFERENCA
               MOVE "PENDENTE"         TO WS-DET-SITUACAO
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P330-FIM.
      *
       P500-TOTALIZA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           COMPUTE WS-TOT-DIFERENCA =
               WS-TOT-REAL-SEM - WS-TOT-PLANEJADO-PREP.

           MOVE WS-TOT-PLANEJADO-SEM   TO WS-TOT-PLAN-SEM.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.

           MOVE WS-TOT-PLANEJADO-PREP  TO WS-TOT-PLAN-PREP.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.

           MOVE WS-TOT-REAL-SEM        TO WS-TOT-REAL.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.

           MOVE WS-TOT-DIFERENCA       TO WS-TOT-DIF.
           WRITE REG-REPORT    FROM WS-LST-FINAL-4.

           MOVE WS-QTD-REFEICOES       TO WS-TOT-REFEICOES.
           MOVE WS-QTD-PREPARADAS      TO WS-TOT-PREPARADAS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-5.

           MOVE WS-QTD-PENDENTES       TO WS-TOT-PENDENTES.
           WRITE REG-REPORT    FROM WS-LST-FINAL-6.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0848.
      *
       P500-FIM.
      *
       P650-SOMA-DIAS.
      *
           COMPUTE WS-DIA-CORRIDO = WS-DIA-CALCULO + WS-DIAS-SOMAR.

           PERFORM P660-DIAS-NO-MES THRU P660-FIM.

           PERFORM UNTIL WS-DIA-CORRIDO NOT GREATER WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-DIA-CORRIDO
               ADD 1                   TO WS-MES-CALCULO
               IF WS-MES-CALCULO > 12
                   MOVE 1              TO WS-MES-CALCULO
                   ADD 1               TO WS-ANO-CALCULO
               END-IF
               PERFORM P660-DIAS-NO-MES THRU P660-FIM
           END-PERFORM.

           MOVE WS-DIA-CORRIDO         TO WS-DIA-CALCULO.
      *
       P650-FIM.
      *
       P660-DIAS-NO-MES.
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
       P660-FIM.
      *
       P900-FIM.
           CLOSE   CARDAPIO.
           GOBACK.
       END PROGRAM SCMP0848.
