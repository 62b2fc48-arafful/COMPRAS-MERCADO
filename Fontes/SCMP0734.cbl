      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE AGING DE CONTAS A PAGAR - LISTA CADA
      *          TITULO EM ABERTO OU PARCIAL COM O SALDO E OS DIAS DE
      *          ATRASO SOBRE O VENCIMENTO, AGRUPADO POR FORNECEDOR,
      *          COM OS SALDOS POR FAIXA (A VENCER, 1 A 30, 31 A 60 E
      *          ACIMA DE 60 DIAS) NO SUBTOTAL E NO RESUMO FINAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0734.
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
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-TITULO.
      *
           SELECT SCMO0734     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0734.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD SCMO0734.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-DIA-JULIANO-VENC                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-HOJE                  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO                       PIC S9(05) VALUE ZEROS.
      *
       77 WS-VLR-SALDO                      PIC 9(12)V99 VALUE ZEROS.
       77 WS-FORNECEDOR-ANT                    PIC X(10) VALUE SPACES.
       77 WS-FORN-QTD-TITULOS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-QTD-TITULOS                   PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * SALDOS POR FAIXA DE ATRASO: A VENCER (VENCIMENTO HOJE OU
      *    * ADIANTE), 1 A 30, 31 A 60 E ACIMA DE 60 DIAS
      *    *========================================================*
       01 WS-FAIXAS-FORNECEDOR.
           05 WS-FORN-A-VENCER              PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORN-ATE-30                PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORN-ATE-60                PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORN-ACIMA-60              PIC 9(13)V99 VALUE ZEROS.
           05 WS-FORN-SALDO                 PIC 9(13)V99 VALUE ZEROS.
      *
       01 WS-FAIXAS-GERAL.
           05 WS-TOT-A-VENCER               PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-ATE-30                 PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-ATE-60                 PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-ACIMA-60               PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-SALDO                  PIC 9(13)V99 VALUE ZEROS.
      *
       77 WS-FS-TITULO                         PIC X(02).
           88 WS-FS-TIT-OK                     VALUE "00".
           88 WS-FS-TIT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-TITULO                        PIC X(01) VALUE "N".
           88 FLAG-EOF-TITULO                  VALUE "S".
      *
       77 WS-PRIMEIRA-QUEBRA                   PIC X(01) VALUE "S".
           88 FLAG-PRIMEIRA-QUEBRA             VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-DATA-EDICAO.
           05 WS-DD-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-MM-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AAAA-EDICAO                   PIC 9(04).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(112) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0734 - ".
               05 FILLER   PIC X(69) VALUE
                       "AGING DE CONTAS A PAGAR POR FORNECEDOR".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(16) VALUE "NOTA/SERIE".
               05 FILLER               PIC X(12) VALUE "EMISSAO".
               05 FILLER               PIC X(12) VALUE "VENCIMENTO".
               05 FILLER               PIC X(20) VALUE
                                               "    VALOR TITULO".
               05 FILLER               PIC X(20) VALUE
                                               "     SALDO ABERTO".
               05 FILLER               PIC X(07) VALUE " ATRASO".
               05 FILLER               PIC X(09) VALUE "  FAIXA".
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
               05 WS-DET-VENCIMENTO    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-TITULO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-SALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DIAS          PIC -ZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-FAIXA         PIC X(09) VALUE SPACES.
      *
           03 WS-LST-SUBTOTAL-1.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                   "TITULOS EM ABERTO...: ".
               05 WS-SUB-QTD-TITULOS   PIC ZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                   "SALDO DO FORNECEDOR.: ".
               05 WS-SUB-SALDO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-SUBTOTAL-2.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "A VENCER: ".
               05 WS-SUB-A-VENCER      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(10) VALUE "  1 A 30: ".
               05 WS-SUB-ATE-30        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-SUBTOTAL-3.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "31 A 60:  ".
               05 WS-SUB-ATE-60        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(10) VALUE "  > 60:   ".
               05 WS-SUB-ACIMA-60      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUM TITULO A PAGAR EM ABERTO".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "TOTAL DE TITULOS EM ABERTO..: ".
               05 WS-FIN-QTD-TITULOS   PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  A VENCER..................: ".
               05 WS-FIN-A-VENCER      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  VENCIDOS DE 1 A 30 DIAS...: ".
               05 WS-FIN-ATE-30        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  VENCIDOS DE 31 A 60 DIAS..: ".
               05 WS-FIN-ATE-60        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "  VENCIDOS ACIMA DE 60 DIAS.: ".
               05 WS-FIN-ACIMA-60      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-6.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "SALDO TOTAL A PAGAR.........: ".
               05 WS-FIN-SALDO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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

           PERFORM P300-LISTA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0734.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT TITULO-PAGAR.

           IF WS-FS-TIT-NAO-EXISTE THEN
               DISPLAY "NENHUM TITULO A PAGAR GERADO"          AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN OUTPUT SCMO0734.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           COMPUTE WS-DIA-JULIANO-HOJE =
               WS-AAAA-CORRENTE * 360 + WS-MM-CORRENTE * 30
               + WS-DD-CORRENTE.
      *
       P100-FIM.
      *
       P300-LISTA.
      *
      *    *========================================================*
      *    * A CHAVE DO TITULO COMECA PELO FORNECEDOR - A LEITURA
      *    * SEQUENCIAL JA VEM NA ORDEM DA QUEBRA
      *    *========================================================*
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-TITULO.
           MOVE "S"                    TO WS-PRIMEIRA-QUEBRA.

           PERFORM UNTIL FLAG-EOF-TITULO
               READ TITULO-PAGAR
                   AT END
                       SET FLAG-EOF-TITULO TO TRUE
                   NOT AT END
                       IF NOT TITULO-QUITADO
                           PERFORM P420-IMPRIME-TITULO THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF FLAG-PRIMEIRA-QUEBRA THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               PERFORM P425-IMPRIME-SUBTOTAL THRU P425-FIM
               PERFORM P490-IMPRIME-RESUMO THRU P490-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P300-FIM.
      *
       P420-IMPRIME-TITULO.
      *
           IF FK-COD-FORNECEDOR-TIT NOT EQUAL WS-FORNECEDOR-ANT
              OR FLAG-PRIMEIRA-QUEBRA THEN
               IF NOT FLAG-PRIMEIRA-QUEBRA THEN
                   PERFORM P425-IMPRIME-SUBTOTAL THRU P425-FIM
               END-IF
               MOVE "N"                TO WS-PRIMEIRA-QUEBRA
               MOVE FK-COD-FORNECEDOR-TIT  TO WS-FORNECEDOR-ANT
               MOVE ZEROS              TO WS-FORN-QTD-TITULOS
               INITIALIZE WS-FAIXAS-FORNECEDOR
               MOVE FK-COD-FORNECEDOR-TIT  TO WS-DET-FORNECEDOR
           ELSE
               MOVE SPACES             TO WS-DET-FORNECEDOR
           END-IF.

           COMPUTE WS-VLR-SALDO = VLR-TITULO - VLR-PAGO-TITULO.

           COMPUTE WS-DIA-JULIANO-VENC =
               ANO-VENCIMENTO-TIT * 360 + MES-VENCIMENTO-TIT * 30
               + DIA-VENCIMENTO-TIT.

           COMPUTE WS-DIAS-ATRASO =
               WS-DIA-JULIANO-HOJE - WS-DIA-JULIANO-VENC.

           MOVE NUM-NF-TITULO          TO WS-DET-NUM-NF.
           MOVE SERIE-NF-TITULO        TO WS-DET-SERIE-NF.
           MOVE DIA-EMISSAO-TIT        TO WS-DD-EDICAO.
           MOVE MES-EMISSAO-TIT        TO WS-MM-EDICAO.
           MOVE ANO-EMISSAO-TIT        TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-EMISSAO.
           MOVE DIA-VENCIMENTO-TIT     TO WS-DD-EDICAO.
           MOVE MES-VENCIMENTO-TIT     TO WS-MM-EDICAO.
           MOVE ANO-VENCIMENTO-TIT     TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-VENCIMENTO.
           MOVE VLR-TITULO             TO WS-DET-VLR-TITULO.
           MOVE WS-VLR-SALDO           TO WS-DET-VLR-SALDO.

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE ZEROS          TO WS-DET-DIAS
                   MOVE "A VENCER"     TO WS-DET-FAIXA
                   ADD WS-VLR-SALDO    TO WS-FORN-A-VENCER
                                          WS-TOT-A-VENCER
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   MOVE WS-DIAS-ATRASO TO WS-DET-DIAS
                   MOVE "1-30"         TO WS-DET-FAIXA
                   ADD WS-VLR-SALDO    TO WS-FORN-ATE-30
                                          WS-TOT-ATE-30
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE WS-DIAS-ATRASO TO WS-DET-DIAS
                   MOVE "31-60"        TO WS-DET-FAIXA
                   ADD WS-VLR-SALDO    TO WS-FORN-ATE-60
                                          WS-TOT-ATE-60
               WHEN OTHER
                   MOVE WS-DIAS-ATRASO TO WS-DET-DIAS
                   MOVE "> 60"         TO WS-DET-FAIXA
                   ADD WS-VLR-SALDO    TO WS-FORN-ACIMA-60
                                          WS-TOT-ACIMA-60
           END-EVALUATE.

           WRITE REG-REPORT    FROM WS-DET-REPORT.

           ADD 1                       TO WS-FORN-QTD-TITULOS
                                          WS-TOT-QTD-TITULOS.
           ADD WS-VLR-SALDO            TO WS-FORN-SALDO
                                          WS-TOT-SALDO.
      *
       P420-FIM.
      *
       P425-IMPRIME-SUBTOTAL.
      *
           MOVE WS-FORN-QTD-TITULOS    TO WS-SUB-QTD-TITULOS.
           MOVE WS-FORN-SALDO          TO WS-SUB-SALDO.
           MOVE WS-FORN-A-VENCER       TO WS-SUB-A-VENCER.
           MOVE WS-FORN-ATE-30         TO WS-SUB-ATE-30.
           MOVE WS-FORN-ATE-60         TO WS-SUB-ATE-60.
           MOVE WS-FORN-ACIMA-60       TO WS-SUB-ACIMA-60.

           WRITE REG-REPORT    FROM WS-LST-SUBTOTAL-1.
           WRITE REG-REPORT    FROM WS-LST-SUBTOTAL-2.
           WRITE REG-REPORT    FROM WS-LST-SUBTOTAL-3.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P425-FIM.
      *
       P490-IMPRIME-RESUMO.
      *
           MOVE WS-TOT-QTD-TITULOS     TO WS-FIN-QTD-TITULOS.
           MOVE WS-TOT-A-VENCER        TO WS-FIN-A-VENCER.
           MOVE WS-TOT-ATE-30          TO WS-FIN-ATE-30.
           MOVE WS-TOT-ATE-60          TO WS-FIN-ATE-60.
           MOVE WS-TOT-ACIMA-60        TO WS-FIN-ACIMA-60.
           MOVE WS-TOT-SALDO           TO WS-FIN-SALDO.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
           WRITE REG-REPORT    FROM WS-LST-FINAL-4.
           WRITE REG-REPORT    FROM WS-LST-FINAL-5.
           WRITE REG-REPORT    FROM WS-LST-FINAL-6.
      *
       P490-FIM.
      *
       P900-FIM.
           CLOSE   TITULO-PAGAR
                   SCMO0734.
           GOBACK.
       END PROGRAM SCMP0734.
