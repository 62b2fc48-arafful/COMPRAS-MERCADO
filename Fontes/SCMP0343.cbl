      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: COMPRAS RECORRENTES (ASSINATURAS) - GERACAO E ATRASOS.
      *          RODA NO PROCESSAMENTO NOTURNO (SCMP0090) E PELO MENU:
      *          - PARA CADA ASSINATURA ATIVA COM A PROXIMA ENTREGA
      *            VENCIDA (ATE HOJE) GERA A ENTREGA PREVISTA PENDENTE
      *            EM ASSINATURA-ENTREGA.dat E AVANCA A DATA EM
      *            FREQ-DIAS DIAS, QUANTAS VEZES FOREM NECESSARIAS;
      *          - ENTREGA AINDA PENDENTE HA MAIS DE N DIAS DA DATA
      *            PREVISTA (PARAMETRO ASNATRAS, PADRAO 3) E MARCADA
      *            COMO ATRASADA E VAI PARA A FILA DE ALERTAS (TIPO
      *            ASN, SCMP0910);
      *          - ENTREGA CONFIRMADA (SCMP0344) COM PRECO UNITARIO
      *            PAGO DIFERENTE DO PREVISTO SAI EM DESTAQUE UMA VEZ
      *            NO RELATORIO E TAMBEM VAI PARA A FILA DE ALERTAS.
      *          RELATORIO EM SCMO0343.txt; AS QUANTIDADES GERADAS E
      *          ATRASADAS VOLTAM EM LK-MENSAGEM PARA O BATCH.LOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0343.
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
                ACCESS         IS DYNAMIC
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
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0343     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0343.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ASSINATURA.
           COPY "Assinatura.cpy".
      *
       FD ASSINATURA-ENTREGA.
           COPY "AssinaturaEntrega.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0343.
       01 REG-REPORT                           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-FS-ASSINATURA                     PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-ENTREGA                        PIC X(02).
           88 WS-FS-ENTREGA-OK                 VALUE "00".
           88 WS-FS-ENTREGA-NAO-EXISTE         VALUE "35".
           88 WS-FS-ENTREGA-DUPLICADA          VALUE "22".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-ASSINATURA                    PIC X(01) VALUE "N".
           88 FLAG-EOF-ASSINATURA              VALUE "S".
      *
       77 WS-FIM-ENTREGA                       PIC X(01) VALUE "N".
           88 FLAG-EOF-ENTREGA                 VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
      *    *========================================================*
      *    * DIAS DE TOLERANCIA PARA CONFIRMAR A ENTREGA (ASNATRAS)
      *    *========================================================*
       77 WS-DIAS-TOLERANCIA                   PIC 9(03) VALUE 3.
      *
           COPY "LeParametro.cpy".
      *
       77 WS-QTD-GERADAS                       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NOVAS-ATRASADAS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES                   PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
      *    *========================================================*
      *    * SOMA DE DIAS A UMA DATA (AVANCO DO CICLO) - MES A MES,
      *    * PELA TABELA DE DIAS DO MES, COM FEVEREIRO BISSEXTO
      *    *========================================================*
       77 WS-DIAS-SOMAR                        PIC 9(03) VALUE ZEROS.
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
      *    *========================================================*
      *    * NUMERO ABSOLUTO DO DIA (DIAS DESDE O INICIO DA ERA),
      *    * PARA A CONTAGEM EXATA DOS DIAS DE ATRASO
      *    *========================================================*
       01 WS-TAB-DIAS-ACUM-INI                 PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01 WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-INI.
           05 WS-DIAS-ACUM                     PIC 9(03) OCCURS 12.
      *
       77 WS-ANO-ANTERIOR                      PIC 9(04) VALUE ZEROS.
       77 WS-DIA-ABSOLUTO                      PIC 9(07) VALUE ZEROS.
       77 WS-DIA-ABSOLUTO-HOJE                 PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO                       PIC S9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * PRECO UNITARIO PREVISTO X PAGO DA ENTREGA CONFIRMADA
      *    *========================================================*
       77 WS-UNIT-PREVISTO                  PIC 9(07)V9999 VALUE ZEROS.
       77 WS-UNIT-PAGO                      PIC 9(07)V9999 VALUE ZEROS.
       77 WS-PCT-VARIACAO                   PIC S9(05)V99 VALUE ZEROS.
      *
       01 WS-LKS-AREA-ALERTA.
           05 WS-LKS-TIPO-ALERTA               PIC X(03).
           05 WS-LKS-SEVERIDADE-ALERTA         PIC X(01).
           05 WS-LKS-PROGRAMA-ALERTA           PIC X(08).
           05 WS-LKS-CHAVE-ALERTA              PIC X(40).
           05 WS-LKS-MENSAGEM-ALERTA           PIC X(100).
           05 WS-LKS-RETORNO-ALERTA            PIC 9(01).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(118) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0343 - ".
               05 FILLER   PIC X(87) VALUE
                   "COMPRAS RECORRENTES - ENTREGAS GERADAS E EM ATRASO".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-TIT-GERADAS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "ENTREGAS PREVISTAS GERADAS NESTA EXECUCAO".
      *
           03 WS-LST-TIT-ATRASO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "ENTREGAS NAO CONFIRMADAS HA MAIS DE".
               05 WS-TIT-TOLERANCIA    PIC ZZ9.
               05 FILLER               PIC X(40) VALUE
                   " DIAS DA DATA PREVISTA".
      *
           03 WS-LST-TIT-DIVERGENCIA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
                   "*** ENTREGAS CONFIRMADAS COM PRECO DIFERENTE DO PREV
      -            "ISTO ***".
      *
           03 WS-LST-CAB-ENTREGA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "ASSINATURA".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(12) VALUE "PREVISTA".
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(12) VALUE "MERCADO".
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(14) VALUE "  VALOR PREV.".
               05 FILLER               PIC X(06) VALUE "  DIAS".
      *
           03 WS-DET-ENTREGA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ASSINATURA    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PREVISTA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC X(14) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MERCADO       PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-FORNECEDOR    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VALOR         PIC ZZ.ZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-DIAS          PIC ZZZZ9 BLANK WHEN ZERO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-NOVO          PIC X(04) VALUE SPACES.
      *
           03 WS-LST-CAB-DIVERG.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "ASSINATURA".
               05 FILLER               PIC X(32) VALUE "DESCRICAO".
               05 FILLER               PIC X(12) VALUE "PREVISTA".
               05 FILLER               PIC X(12) VALUE "RECEBIDA".
               05 FILLER               PIC X(15) VALUE
                                           "  UNIT. PREV.".
               05 FILLER               PIC X(15) VALUE
                                           "  UNIT. PAGO".
               05 FILLER               PIC X(13) VALUE "  TOTAL PAGO".
               05 FILLER               PIC X(10) VALUE "  VAR. %".
      *
           03 WS-DET-DIVERG.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-ASSINATURA    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-DESCRICAO     PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-PREVISTA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-RECEBIDA      PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-UNIT-PREV     PIC Z.ZZZ.ZZ9,9999.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DIV-UNIT-PAGO     PIC Z.ZZZ.ZZ9,9999.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-TOTAL-PAGO    PIC ZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DIV-VARIACAO      PIC -ZZZZ9,99.
               05 FILLER               PIC X(04) VALUE " <<<".
      *
           03 WS-LST-NENHUMA.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE "NENHUMA".
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(46) VALUE
                   "ENTREGAS GERADAS............................: ".
               05 WS-FIN-GERADAS       PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(46) VALUE
                   "ENTREGAS EM ATRASO (NOVAS NESTA EXECUCAO)...: ".
               05 WS-FIN-ATRASADAS     PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE " (".
               05 WS-FIN-NOVAS         PIC ZZZZ9.
               05 FILLER               PIC X(01) VALUE ")".
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(46) VALUE
                   "ENTREGAS COM PRECO DIVERGENTE...............: ".
               05 WS-FIN-DIVERGENTES   PIC ZZZZ9.
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

           IF FLAG-ROTINA-OK THEN
               PERFORM P300-GERA-ENTREGAS THRU P300-FIM
               PERFORM P500-ENTREGAS-ATRASO THRU P500-FIM
               PERFORM P600-PRECOS-DIVERGENTES THRU P600-FIM
               PERFORM P700-RESUMO THRU P700-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           MOVE ZEROS                  TO WS-QTD-GERADAS
                                          WS-QTD-ATRASADAS
                                          WS-QTD-NOVAS-ATRASADAS
                                          WS-QTD-DIVERGENTES.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.

           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CALCULO-R.
           PERFORM P670-DIA-ABSOLUTO THRU P670-FIM.
           MOVE WS-DIA-ABSOLUTO        TO WS-DIA-ABSOLUTO-HOJE.

           OPEN I-O ASSINATURA.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT ASSINATURA
               CLOSE ASSINATURA
               OPEN I-O ASSINATURA
           END-IF.

           OPEN I-O ASSINATURA-ENTREGA.

           IF WS-FS-ENTREGA-NAO-EXISTE THEN
               OPEN OUTPUT ASSINATURA-ENTREGA
               CLOSE ASSINATURA-ENTREGA
               OPEN I-O ASSINATURA-ENTREGA
           END-IF.

           IF NOT WS-FS-OK OR NOT WS-FS-ENTREGA-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               MOVE "ERRO ABERTURA"    TO LK-MENSAGEM
               IF NOT FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE ASSINATURA"
                                                       AT 1505
                   ACCEPT WS-PROMPT    AT 1550
               END-IF
               GO TO P100-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0343.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "ASNATRAS"             TO LPR-COD-PARAMETRO.
           MOVE WS-DIAS-TOLERANCIA     TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-DIAS-TOLERANCIA.
      *
       P105-FIM.
      *
       P300-GERA-ENTREGAS.
      *
           WRITE REG-REPORT    FROM WS-LST-TIT-GERADAS.
           WRITE REG-REPORT    FROM WS-LST-CAB-ENTREGA.

           MOVE "N"                    TO WS-FIM-ASSINATURA.
           MOVE LOW-VALUES             TO COD-ASSINATURA.

           START ASSINATURA KEY IS NOT LESS THAN COD-ASSINATURA
               INVALID KEY
                   SET FLAG-EOF-ASSINATURA TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-ASSINATURA
               READ ASSINATURA NEXT RECORD
                   AT END
                       SET FLAG-EOF-ASSINATURA TO TRUE
                   NOT AT END
                       IF ASSINATURA-ATIVA
                          AND FREQ-DIAS-ASSINATURA > ZEROS
                          AND DATA-PROXIMA-ASSINATURA
                                  NOT GREATER WS-DATA-CORRENTE-NUM
                           PERFORM P310-GERA-CICLOS THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-GERADAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUMA
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P300-FIM.
      *
       P310-GERA-CICLOS.
      *
      *    *========================================================*
      *    * UM CICLO POR VENCIMENTO ATE HOJE - ASSINATURA PARADA HA
      *    * MAIS DE UM CICLO GERA TODAS AS ENTREGAS QUE FALTARAM
      *    * (AS ANTIGAS JA SAEM EM ATRASO LOGO ABAIXO)
      *    *========================================================*
           PERFORM P320-GRAVA-ENTREGA THRU P320-FIM
               UNTIL DATA-PROXIMA-ASSINATURA
                         GREATER WS-DATA-CORRENTE-NUM.

           REWRITE REG-ASSINATURA.
      *
       P310-FIM.
      *
       P320-GRAVA-ENTREGA.
      *
           INITIALIZE REG-ASSINATURA-ENTREGA.
           MOVE COD-ASSINATURA         TO FK-COD-ASSINATURA-ENT.
           MOVE DATA-PROXIMA-ASSINATURA TO DATA-PREVISTA-ENTREGA.
           MOVE FK-COD-PRODUTO-ASN     TO FK-COD-PRODUTO-ENT.
           MOVE FK-COD-MERCADO-ASN     TO FK-COD-MERCADO-ENT.
           MOVE FK-COD-FORNECEDOR-ASN  TO FK-COD-FORNECEDOR-ENT.
           MOVE QTD-ASSINATURA         TO QTD-PREVISTA-ENTREGA.
           MOVE UND-MEDIDA-ASSINATURA  TO UND-MEDIDA-ENTREGA.
           MOVE VLR-PREVISTO-ASSINATURA TO VLR-PREVISTO-ENTREGA.
           SET ENTREGA-PENDENTE        TO TRUE.
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-GERACAO-ENTREGA.
           MOVE "N"                    TO IND-DIVERGENCIA-PRECO.
           MOVE "N"                    TO IND-ATRASO-ENTREGA.

           WRITE REG-ASSINATURA-ENTREGA.

      *    JA GERADA (EXECUCAO REPETIDA NO MESMO DIA): SO AVANCA
           IF WS-FS-ENTREGA-OK THEN
               ADD 1                   TO WS-QTD-GERADAS
               PERFORM P330-IMPRIME-GERADA THRU P330-FIM
               MOVE SPACES             TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               STRING "PENDENTE " FK-COD-PRODUTO-ENT
                      " " FK-COD-MERCADO-ENT
                      " " DATA-PREVISTA-ENTREGA
                   DELIMITED BY SIZE   INTO AUD-VALOR-NOVO
               MOVE CHAVE-ASSINATURA-ENTREGA TO AUD-CHAVE
               MOVE "I"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF.

           MOVE DATA-PROXIMA-ASSINATURA TO WS-DATA-CALCULO-R.
           MOVE FREQ-DIAS-ASSINATURA   TO WS-DIAS-SOMAR.
           PERFORM P650-SOMA-DIAS THRU P650-FIM.
           MOVE WS-DATA-CALCULO-R      TO DATA-PROXIMA-ASSINATURA.
      *
       P320-FIM.
      *
       P330-IMPRIME-GERADA.
      *
           MOVE COD-ASSINATURA         TO WS-DET-ASSINATURA.
           MOVE DESC-ASSINATURA        TO WS-DET-DESCRICAO.
           MOVE DATA-PREVISTA-ENTREGA  TO WS-DATA-CALCULO-R.
           PERFORM P680-FORMATA-DATA THRU P680-FIM.
           MOVE WS-LKS-MENSAGEM-ALERTA(1:10) TO WS-DET-PREVISTA.
           MOVE FK-COD-PRODUTO-ENT     TO WS-DET-PRODUTO.
           MOVE FK-COD-MERCADO-ENT     TO WS-DET-MERCADO.
           MOVE FK-COD-FORNECEDOR-ENT  TO WS-DET-FORNECEDOR.
           MOVE VLR-PREVISTO-ENTREGA   TO WS-DET-VALOR.
           MOVE ZEROS                  TO WS-DET-DIAS.
           MOVE SPACES                 TO WS-DET-NOVO.

           WRITE REG-REPORT    FROM WS-DET-ENTREGA.
      *
       P330-FIM.
      *
       P500-ENTREGAS-ATRASO.
      *
           MOVE WS-DIAS-TOLERANCIA     TO WS-TIT-TOLERANCIA.
           WRITE REG-REPORT    FROM WS-LST-TIT-ATRASO.
           WRITE REG-REPORT    FROM WS-LST-CAB-ENTREGA.

           MOVE "N"                    TO WS-FIM-ENTREGA.
           MOVE LOW-VALUES             TO CHAVE-ASSINATURA-ENTREGA.

           START ASSINATURA-ENTREGA
               KEY IS NOT LESS THAN CHAVE-ASSINATURA-ENTREGA
               INVALID KEY
                   SET FLAG-EOF-ENTREGA TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-ENTREGA
               READ ASSINATURA-ENTREGA NEXT RECORD
                   AT END
                       SET FLAG-EOF-ENTREGA TO TRUE
                   NOT AT END
                       IF ENTREGA-PENDENTE
                           PERFORM P510-AVALIA-ATRASO THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-ATRASADAS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUMA
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P500-FIM.
      *
       P510-AVALIA-ATRASO.
      *
           MOVE DATA-PREVISTA-ENTREGA  TO WS-DATA-CALCULO-R.
           PERFORM P670-DIA-ABSOLUTO THRU P670-FIM.

           COMPUTE WS-DIAS-ATRASO =
               WS-DIA-ABSOLUTO-HOJE - WS-DIA-ABSOLUTO.

           IF WS-DIAS-ATRASO NOT GREATER WS-DIAS-TOLERANCIA THEN
               GO TO P510-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ATRASADAS.

           MOVE SPACES                 TO WS-DET-NOVO.
           IF NOT ENTREGA-ATRASADA THEN
               ADD 1                   TO WS-QTD-NOVAS-ATRASADAS
               MOVE "NOVO"             TO WS-DET-NOVO
               SET ENTREGA-ATRASADA    TO TRUE
               MOVE WS-DATA-CORRENTE-NUM TO DATA-ALERTA-ATRASO
               REWRITE REG-ASSINATURA-ENTREGA
           END-IF.

      *    DESCRICAO DA ASSINATURA (PODE TER SIDO EXCLUIDA DEPOIS)
           MOVE FK-COD-ASSINATURA-ENT  TO COD-ASSINATURA.
           READ ASSINATURA
               KEY IS COD-ASSINATURA
                   INVALID KEY
                       MOVE SPACES     TO DESC-ASSINATURA
           END-READ.

           MOVE FK-COD-ASSINATURA-ENT  TO WS-DET-ASSINATURA.
           MOVE DESC-ASSINATURA        TO WS-DET-DESCRICAO.
           MOVE DATA-PREVISTA-ENTREGA  TO WS-DATA-CALCULO-R.
           PERFORM P680-FORMATA-DATA THRU P680-FIM.
           MOVE WS-LKS-MENSAGEM-ALERTA(1:10) TO WS-DET-PREVISTA.
           MOVE FK-COD-PRODUTO-ENT     TO WS-DET-PRODUTO.
           MOVE FK-COD-MERCADO-ENT     TO WS-DET-MERCADO.
           MOVE FK-COD-FORNECEDOR-ENT  TO WS-DET-FORNECEDOR.
           MOVE VLR-PREVISTO-ENTREGA   TO WS-DET-VALOR.
           MOVE WS-DIAS-ATRASO         TO WS-DET-DIAS.

           WRITE REG-REPORT    FROM WS-DET-ENTREGA.

           PERFORM P520-ALERTA-ATRASO THRU P520-FIM.
      *
       P510-FIM.
      *
       P520-ALERTA-ATRASO.
      *
      *    *========================================================*
      *    * A CHAVE E A ENTREGA MAIS "A" (ATRASO): O AVISO SAI UMA
      *    * VEZ POR ENTREGA, NAO A CADA NOITE
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.
           MOVE "ASN"                  TO WS-LKS-TIPO-ALERTA.
           MOVE "M"                    TO WS-LKS-SEVERIDADE-ALERTA.
           MOVE "SCMP0343"             TO WS-LKS-PROGRAMA-ALERTA.

           STRING FK-COD-ASSINATURA-ENT    DELIMITED BY SIZE
                  DATA-PREVISTA-ENTREGA    DELIMITED BY SIZE
                  "A"                      DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.

           STRING "ENTREGA NAO CONFIRMADA: ASSINATURA "
                                           DELIMITED BY SIZE
                  FK-COD-ASSINATURA-ENT    DELIMITED BY SPACE
                  " ("                     DELIMITED BY SIZE
                  DESC-ASSINATURA          DELIMITED BY "  "
                  ") PREVISTA "            DELIMITED BY SIZE
                  WS-DET-PREVISTA          DELIMITED BY SIZE
                  " HA "                   DELIMITED BY SIZE
                  WS-DET-DIAS              DELIMITED BY SIZE
                  " DIAS"                  DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.

           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.
      *
       P520-FIM.
      *
       P600-PRECOS-DIVERGENTES.
      *
           WRITE REG-REPORT    FROM WS-LST-TIT-DIVERGENCIA.
           WRITE REG-REPORT    FROM WS-LST-CAB-DIVERG.

           MOVE "N"                    TO WS-FIM-ENTREGA.
           MOVE LOW-VALUES             TO CHAVE-ASSINATURA-ENTREGA.

           START ASSINATURA-ENTREGA
               KEY IS NOT LESS THAN CHAVE-ASSINATURA-ENTREGA
               INVALID KEY
                   SET FLAG-EOF-ENTREGA TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-ENTREGA
               READ ASSINATURA-ENTREGA NEXT RECORD
                   AT END
                       SET FLAG-EOF-ENTREGA TO TRUE
                   NOT AT END
                       IF ENTREGA-CONFIRMADA
                          AND DIVERGENCIA-A-RELATAR
                           PERFORM P610-IMPRIME-DIVERGENCIA
                                   THRU P610-FIM
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-NENHUMA
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P600-FIM.
      *
       P610-IMPRIME-DIVERGENCIA.
      *
           ADD 1                       TO WS-QTD-DIVERGENTES.

           MOVE ZEROS                  TO WS-UNIT-PREVISTO
                                          WS-UNIT-PAGO
                                          WS-PCT-VARIACAO.

           IF QTD-PREVISTA-ENTREGA > ZEROS THEN
               COMPUTE WS-UNIT-PREVISTO ROUNDED =
                   VLR-PREVISTO-ENTREGA / QTD-PREVISTA-ENTREGA
           END-IF.

           IF QTD-ENTREGUE > ZEROS THEN
               COMPUTE WS-UNIT-PAGO ROUNDED =
                   VLR-PAGO-ENTREGA / QTD-ENTREGUE
           END-IF.

           IF WS-UNIT-PREVISTO > ZEROS THEN
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   (WS-UNIT-PAGO - WS-UNIT-PREVISTO) * 100
                   / WS-UNIT-PREVISTO
           END-IF.

           MOVE FK-COD-ASSINATURA-ENT  TO COD-ASSINATURA.
           READ ASSINATURA
               KEY IS COD-ASSINATURA
                   INVALID KEY
                       MOVE SPACES     TO DESC-ASSINATURA
           END-READ.

           MOVE FK-COD-ASSINATURA-ENT  TO WS-DIV-ASSINATURA.
           MOVE DESC-ASSINATURA        TO WS-DIV-DESCRICAO.
           MOVE DATA-PREVISTA-ENTREGA  TO WS-DATA-CALCULO-R.
           PERFORM P680-FORMATA-DATA THRU P680-FIM.
           MOVE WS-LKS-MENSAGEM-ALERTA(1:10) TO WS-DIV-PREVISTA.
           MOVE DATA-RECEBIMENTO-ENTREGA TO WS-DATA-CALCULO-R.
           PERFORM P680-FORMATA-DATA THRU P680-FIM.
           MOVE WS-LKS-MENSAGEM-ALERTA(1:10) TO WS-DIV-RECEBIDA.
           MOVE WS-UNIT-PREVISTO       TO WS-DIV-UNIT-PREV.
           MOVE WS-UNIT-PAGO           TO WS-DIV-UNIT-PAGO.
           MOVE VLR-PAGO-ENTREGA       TO WS-DIV-TOTAL-PAGO.
           MOVE WS-PCT-VARIACAO        TO WS-DIV-VARIACAO.

           WRITE REG-REPORT    FROM WS-DET-DIVERG.

      *    *========================================================*
      *    * FILA DE ALERTAS (CHAVE = ENTREGA MAIS "P", DE PRECO) E
      *    * MARCA COMO RELATADA, PARA NAO REPETIR NA PROXIMA NOITE
      *    *========================================================*
           INITIALIZE WS-LKS-AREA-ALERTA.
           MOVE "ASN"                  TO WS-LKS-TIPO-ALERTA.
           MOVE "B"                    TO WS-LKS-SEVERIDADE-ALERTA.
           MOVE "SCMP0343"             TO WS-LKS-PROGRAMA-ALERTA.

           STRING FK-COD-ASSINATURA-ENT    DELIMITED BY SIZE
                  DATA-PREVISTA-ENTREGA    DELIMITED BY SIZE
                  "P"                      DELIMITED BY SIZE
                                   INTO WS-LKS-CHAVE-ALERTA
           END-STRING.

           STRING "PRECO DIFERENTE DO PREVISTO: ASSINATURA "
                                           DELIMITED BY SIZE
                  FK-COD-ASSINATURA-ENT    DELIMITED BY SPACE
                  " PREVISTA "             DELIMITED BY SIZE
                  WS-DIV-PREVISTA          DELIMITED BY SIZE
                  " UNIT. PREV. "          DELIMITED BY SIZE
                  WS-DIV-UNIT-PREV         DELIMITED BY SIZE
                  " PAGO "                 DELIMITED BY SIZE
                  WS-DIV-UNIT-PAGO         DELIMITED BY SIZE
                  " VAR. % "               DELIMITED BY SIZE
                  WS-DIV-VARIACAO          DELIMITED BY SIZE
                                   INTO WS-LKS-MENSAGEM-ALERTA
           END-STRING.

           CALL "SCMP0910" USING WS-LKS-AREA-ALERTA.

           SET DIVERGENCIA-RELATADA    TO TRUE.
           REWRITE REG-ASSINATURA-ENTREGA.
      *
       P610-FIM.
      *
       P650-SOMA-DIAS.
      *
      *    *========================================================*
      *    * SOMA WS-DIAS-SOMAR A WS-DATA-CALCULO, MES A MES, PELO
      *    * NUMERO DE DIAS DE CADA MES
      *    *========================================================*
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
               PERFORM P665-ANO-BISSEXTO THRU P665-FIM
           END-IF.
      *
       P660-FIM.
      *
       P665-ANO-BISSEXTO.
      *
      *    FEVEREIRO: 29 DIAS NOS ANOS BISSEXTOS (WS-DIAS-NO-MES)
           MOVE 28                     TO WS-DIAS-NO-MES.

           DIVIDE WS-ANO-CALCULO BY 4 GIVING WS-QUOCIENTE-ANO
                                  REMAINDER WS-RESTO-ANO.
           IF WS-RESTO-ANO EQUAL ZEROS
               MOVE 29                 TO WS-DIAS-NO-MES
               DIVIDE WS-ANO-CALCULO BY 100 GIVING WS-QUOCIENTE-ANO
                                      REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO EQUAL ZEROS
                   MOVE 28             TO WS-DIAS-NO-MES
                   DIVIDE WS-ANO-CALCULO BY 400
                                  GIVING WS-QUOCIENTE-ANO
                                  REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO EQUAL ZEROS
                       MOVE 29         TO WS-DIAS-NO-MES
                   END-IF
               END-IF
           END-IF.
      *
       P665-FIM.
      *
       P670-DIA-ABSOLUTO.
      *
      *    *========================================================*
      *    * DIA ABSOLUTO DE WS-DATA-CALCULO: DIAS DOS ANOS ANTERIORES
      *    * (COM OS BISSEXTOS) + DIAS DOS MESES ANTERIORES + DIA
      *    *========================================================*
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-CALCULO - 1.

           COMPUTE WS-DIA-ABSOLUTO =
               WS-ANO-ANTERIOR * 365
               + WS-ANO-ANTERIOR / 4
               - WS-ANO-ANTERIOR / 100
               + WS-ANO-ANTERIOR / 400
               + WS-DIAS-ACUM(WS-MES-CALCULO)
               + WS-DIA-CALCULO.

           IF WS-MES-CALCULO > 2 THEN
               PERFORM P665-ANO-BISSEXTO THRU P665-FIM
               IF WS-DIAS-NO-MES EQUAL 29
                   ADD 1               TO WS-DIA-ABSOLUTO
               END-IF
           END-IF.
      *
       P670-FIM.
      *
       P680-FORMATA-DATA.
      *
      *    DD/MM/AAAA DE WS-DATA-CALCULO EM WS-LKS-MENSAGEM-ALERTA(1:10)
           MOVE SPACES                 TO WS-LKS-MENSAGEM-ALERTA.
           IF WS-DATA-CALCULO-R EQUAL ZEROS THEN
               GO TO P680-FIM
           END-IF.
           STRING WS-DIA-CALCULO "/" WS-MES-CALCULO "/" WS-ANO-CALCULO
               DELIMITED BY SIZE       INTO WS-LKS-MENSAGEM-ALERTA.
      *
       P680-FIM.
      *
       P700-RESUMO.
      *
           MOVE WS-QTD-GERADAS         TO WS-FIN-GERADAS.
           MOVE WS-QTD-ATRASADAS       TO WS-FIN-ATRASADAS.
           MOVE WS-QTD-NOVAS-ATRASADAS TO WS-FIN-NOVAS.
           MOVE WS-QTD-DIVERGENTES     TO WS-FIN-DIVERGENTES.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE SPACES                 TO LK-MENSAGEM.
           STRING  WS-QTD-GERADAS " GER "
                   WS-QTD-ATRASADAS " ATR"
                   DELIMITED BY SIZE   INTO LK-MENSAGEM.

           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0343 - ENTREGAS GERADAS: " WS-QTD-GERADAS
                       " EM ATRASO: " WS-QTD-ATRASADAS
                       " PRECO DIVERGENTE: " WS-QTD-DIVERGENTES
           ELSE
               DISPLAY "ENTREGAS GERADAS: " WS-QTD-GERADAS
                       "  EM ATRASO: " WS-QTD-ATRASADAS
                       "  PRECO DIVERGENTE: " WS-QTD-DIVERGENTES
                                                       AT 1205
               DISPLAY "RELATORIO GERADO EM SCMO0343.txt"   AT 1305
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
           MOVE "SCMP0343"         TO AUD-PROGRAMA.
           MOVE "ASSIN-ENTREGA"    TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           IF FLAG-ROTINA-OK THEN
               CLOSE ASSINATURA
                     ASSINATURA-ENTREGA
                     AUDITORIA
                     SCMO0343
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0343.
