      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: EXCECOES DA TRILHA DE AUDITORIA (SEGREGACAO DE
      *          FUNCOES) - VARRE O AUDITORIA.LOG DE UMA COMPETENCIA E
      *          LISTA, POR REGRA, OS REGISTROS DE RISCO COM A CHAVE E
      *          OS VALORES ANTES/DEPOIS:
      *          1 - MESMO OPERADOR SOLICITOU E APROVOU NAS FILAS DO
      *              MAKER-CHECKER (REGISTRO DE DECISAO "P" GRAVADO
      *              PELOS SCMP0106/0390/0606/0720)
      *          2 - ALTERACOES FORA DO HORARIO NORMAL (07H AS 22H)
      *          3 - MAIS DE N EXCLUSOES DE UM OPERADOR NO MESMO DIA
      *          4 - ALTERACOES DE PRECO ENQUANTO HAVIA COMPETENCIA
      *              FECHADA REABERTA (SCMP0365 ATE O REFECHAMENTO)
      *          5 - OPERADOR BATCH FORA DA JANELA DE ALGUMA RODADA DO
      *              PROCESSAMENTO NOTURNO REGISTRADA NO BATCH.LOG
      *          O OPERADOR BATCH NAO ENTRA NAS REGRAS 2 E 3 (A RODADA
      *          NOTURNA E FORA DO EXPEDIENTE POR DEFINICAO E O EXPURGO
      *          EXCLUI EM LOTE) - ELE E CONFERIDO PELA REGRA 5.
      *          NO PROCESSAMENTO NOTURNO (SCMP0090, DIA 1) ANALISA A
      *          COMPETENCIA ANTERIOR SEM TELA E DEVOLVE RETURN-CODE
      * Mod: 15/10/2026 - horario do expediente e limite de exclusoes
      *      por dia passam a vir dos parametros EXPINIHR, EXPFIMHR e
      *      EXCLDIA (SCMP0082), padroes 07, 22 e 10
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0445.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT BATCH-LOG    ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\BATCH.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-BATCH-LOG.
      *
           SELECT SCMO0445     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0445.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD BATCH-LOG.
       01 REG-BATCH-LOG.
           05 LOG-DATA                         PIC 9(08).
           05 FILLER                           PIC X(01).
           05 LOG-HORA                         PIC 9(08).
           05 FILLER                           PIC X(01).
           05 LOG-TEXTO                        PIC X(82).
      *
       FD SCMO0445.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-REG-AUDITORIA.
           05 WS-AUD-CARIMBO.
               10 WS-AUD-DATA                  PIC 9(08).
               10 WS-AUD-HORA                  PIC 9(08).
               10 WS-AUD-HORA-R REDEFINES WS-AUD-HORA.
                   15 WS-AUD-HH                PIC 9(02).
                   15 WS-AUD-MI                PIC 9(02).
                   15 FILLER                   PIC 9(04).
           05 WS-AUD-CARIMBO-NUM REDEFINES WS-AUD-CARIMBO
                                               PIC 9(16).
           05 WS-AUD-OPERADOR                  PIC X(08).
           05 WS-AUD-PROGRAMA                  PIC X(08).
           05 WS-AUD-ARQUIVO                   PIC X(15).
           05 WS-AUD-OPERACAO                  PIC X(01).
           05 WS-AUD-CHAVE                     PIC X(20).
           05 WS-AUD-VALOR-ANTERIOR            PIC X(80).
           05 WS-AUD-VALOR-NOVO                PIC X(80).
      *
      *    REGISTRO LIDO IMEDIATAMENTE ANTES DO CORRENTE - NA REGRA 1 E
      *    A OPERACAO QUE O APROVADOR APLICOU NO CADASTRO
       01  WS-AUD-PREVIO.
           05 FILLER                           PIC X(16).
           05 WS-PRV-OPERADOR                  PIC X(08).
           05 WS-PRV-PROGRAMA                  PIC X(08).
           05 WS-PRV-ARQUIVO                   PIC X(15).
           05 WS-PRV-OPERACAO                  PIC X(01).
           05 WS-PRV-CHAVE                     PIC X(20).
           05 WS-PRV-VALOR-ANTERIOR            PIC X(80).
           05 WS-PRV-VALOR-NOVO                PIC X(80).
      *
      *    *========================================================*
      *    * PARAMETROS DA ANALISE
      *    *========================================================*
       77 WS-HORA-INICIO-EXPEDIENTE            PIC 9(02) VALUE 07.
       77 WS-HORA-FIM-EXPEDIENTE               PIC 9(02) VALUE 22.
       77 WS-LIMITE-EXCLUSOES                  PIC 9(03) VALUE 10.
       77 WS-LIMITE-INF                        PIC 9(03) VALUE ZEROS.
       77 WS-OPERADOR-BATCH                    PIC X(08) VALUE "BATCH".
      *
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
       01 WS-COMPETENCIA-ANT.
           05 WS-AAAA-COMPETENCIA-ANT          PIC 9(04).
           05 WS-MM-COMPETENCIA-ANT            PIC 9(02).
       01 WS-COMPETENCIA-ANT-NUM REDEFINES WS-COMPETENCIA-ANT
                                               PIC 9(06).
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INI-PERIODO                  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM-PERIODO                  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI-JANELAS                  PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * EXCLUSOES POR OPERADOR E DIA NA COMPETENCIA (1A LEITURA)
      *    *========================================================*
       01 WS-TAB-EXCLUSOES.
           05 WS-TAB-EXC-ITEM          OCCURS 500 TIMES.
               10 WS-TE-OPERADOR       PIC X(08).
               10 WS-TE-DATA           PIC 9(08).
               10 WS-TE-QTD            PIC 9(05).
      *
       77 WS-QTD-TE                            PIC 9(03) VALUE ZEROS.
       77 WS-IND-TE                            PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * COMPETENCIAS REABERTAS NO PONTO CORRENTE DA LEITURA
      *    *========================================================*
       01 WS-TAB-REABERTAS.
           05 WS-TRA-COMPETENCIA       PIC X(06) OCCURS 24 TIMES.
      *
       77 WS-QTD-REABERTAS                     PIC 9(02) VALUE ZEROS.
       77 WS-IND-REABERTA                      PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * JANELAS DAS RODADAS NOTURNAS (INICIO/ULTIMA LINHA OU FIM),
      *    * EM AAAAMMDDHHMMSSCC
      *    *========================================================*
       01 WS-TAB-JANELAS.
           05 WS-TAB-JAN-ITEM          OCCURS 200 TIMES.
               10 WS-TJ-INICIO         PIC 9(16).
               10 WS-TJ-FIM            PIC 9(16).
      *
       77 WS-QTD-JANELAS                       PIC 9(03) VALUE ZEROS.
       77 WS-IND-JANELA                        PIC 9(03) VALUE ZEROS.
       77 WS-CARIMBO-LOG                       PIC 9(16) VALUE ZEROS.
      *
       77 WS-JANELA-CORRENTE                   PIC X(01) VALUE "N".
           88 FLAG-JANELA-CORRENTE             VALUE "S".
      *
       77 WS-DENTRO-JANELA                     PIC X(01) VALUE "N".
           88 FLAG-DENTRO-JANELA               VALUE "S".
      *
      *    *========================================================*
      *    * REGRAS - TITULO E QUANTIDADE DE OCORRENCIAS
      *    *========================================================*
       01 WS-TITULOS-REGRA.
           05 FILLER   PIC X(55) VALUE
               "MESMO OPERADOR SOLICITOU E APROVOU (MAKER-CHECKER)".
           05 FILLER   PIC X(55) VALUE
               "ALTERACOES FORA DO HORARIO NORMAL".
           05 FILLER   PIC X(55) VALUE
               "EXCLUSOES ACIMA DO LIMITE DIARIO POR OPERADOR".
           05 FILLER   PIC X(55) VALUE
               "ALTERACOES DE PRECO COM COMPETENCIA REABERTA".
           05 FILLER   PIC X(55) VALUE
               "OPERADOR BATCH FORA DA JANELA DO PROCESSAMENTO NOTURNO".
      *
       01 WS-TITULOS-REGRA-R REDEFINES WS-TITULOS-REGRA.
           05 WS-TITULO-REGRA          PIC X(55) OCCURS 5 TIMES.
      *
       01 WS-QTDS-REGRA.
           05 WS-QTD-OCORR-REGRA       PIC 9(05) OCCURS 5 TIMES.
      *
       77 WS-IND-REGRA                         PIC 9(01) VALUE ZEROS.
       77 WS-TOT-OCORRENCIAS                   PIC 9(06) VALUE ZEROS.
      *
       77 WS-NOTA                              PIC X(24) VALUE SPACES.
       77 WS-IMP-ANTES                         PIC X(80) VALUE SPACES.
       77 WS-IMP-DEPOIS                        PIC X(80) VALUE SPACES.
      *
       77 WS-FS-AUDITORIA                      PIC X(02).
           88 WS-FS-AUD-OK                     VALUE "00".
      *
       77 WS-FS-BATCH-LOG                      PIC X(02).
           88 WS-FS-LOG-OK                     VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
      *
       77 WS-COMPETENCIA-VALIDA                PIC X(01) VALUE "N".
           88 FLAG-COMPETENCIA-VALIDA          VALUE "S".
      *
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
               05 FILLER   PIC X(98) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SCMO0445 - ".
               05 FILLER   PIC X(58) VALUE
                   "EXCECOES DA AUDITORIA (SEGREGACAO DE FUNCOES)".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-PARAM.
               05 FILLER   PIC X(14) VALUE " COMPETENCIA: ".
               05 WS-CAB-COMPETENCIA   PIC 9(06).
               05 FILLER   PIC X(16) VALUE "   EXPEDIENTE: ".
               05 WS-CAB-HORA-INI      PIC 99.
               05 FILLER   PIC X(05) VALUE "H AS ".
               05 WS-CAB-HORA-FIM      PIC 99.
               05 FILLER   PIC X(30) VALUE
                                       "H   LIMITE DE EXCLUSOES/DIA: ".
               05 WS-CAB-LIMITE        PIC ZZ9.
      *
           03 WS-LST-CAB-JANELAS.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(44) VALUE
                   "RODADAS NOTURNAS CONSIDERADAS (BATCH.LOG): ".
               05 WS-CAB-QTD-JANELAS   PIC ZZ9.
      *
           03 WS-LST-TITULO-REGRA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-TIT-NUM-REGRA     PIC 9.
               05 FILLER               PIC X(03) VALUE " - ".
               05 WS-TIT-REGRA         PIC X(55).
      *
           03 WS-LST-CAB-COLUNAS.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "DATA".
               05 FILLER   PIC X(06) VALUE "HORA".
               05 FILLER   PIC X(09) VALUE "OPERADOR".
               05 FILLER   PIC X(09) VALUE "PROGRAMA".
               05 FILLER   PIC X(16) VALUE "ARQUIVO".
               05 FILLER   PIC X(02) VALUE "O".
               05 FILLER   PIC X(21) VALUE "CHAVE".
               05 FILLER   PIC X(24) VALUE "OBSERVACAO".
      *
           03 WS-LST-CAB-TRACO.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(98) VALUE ALL "-".
      *
           03 WS-DET-OCORRENCIA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DATA          PIC 9999/99/99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-HH            PIC 99.
               05 FILLER               PIC X(01) VALUE ":".
               05 WS-DET-MI            PIC 99.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-OPERADOR      PIC X(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PROGRAMA      PIC X(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ARQUIVO       PIC X(15).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-OPERACAO      PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CHAVE         PIC X(20).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-NOTA          PIC X(24).
      *
           03 WS-DET-ANTES.
               05 FILLER               PIC X(12) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "ANTES.: ".
               05 WS-DET-VALOR-ANTES   PIC X(80).
      *
           03 WS-DET-DEPOIS.
               05 FILLER               PIC X(12) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "DEPOIS: ".
               05 WS-DET-VALOR-DEPOIS  PIC X(80).
      *
           03 WS-LST-SEM-OCORRENCIA.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "NENHUMA OCORRENCIA".
      *
           03 WS-LST-QTD-REGRA.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE "OCORRENCIAS: ".
               05 WS-LST-QTD-OCORR     PIC ZZZZ9.
      *
           03 WS-LST-RESUMO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "TOTAL DE EXCECOES...........: ".
               05 WS-LST-TOT-OCORR     PIC ZZZZZ9.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
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

           PERFORM P200-DEFINE-COMPETENCIA THRU P200-FIM.

           IF FLAG-COMPETENCIA-VALIDA THEN
               PERFORM P250-CARREGA-JANELAS THRU P250-FIM
               PERFORM P300-CONTA-EXCLUSOES THRU P300-FIM
               PERFORM P350-CABECALHO THRU P350-FIM
               PERFORM P400-APLICA-REGRA THRU P400-FIM
                   VARYING WS-IND-REGRA FROM 1 BY 1
                   UNTIL WS-IND-REGRA > 5
               PERFORM P600-TOTAIS THRU P600-FIM
               PERFORM P700-RESUMO THRU P700-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           INITIALIZE WS-QTDS-REGRA
                      WS-TAB-EXCLUSOES
                      WS-TAB-JANELAS.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "EXPINIHR"             TO LPR-COD-PARAMETRO.
           MOVE WS-HORA-INICIO-EXPEDIENTE TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-HORA-INICIO-EXPEDIENTE.
      *
           MOVE "EXPFIMHR"             TO LPR-COD-PARAMETRO.
           MOVE WS-HORA-FIM-EXPEDIENTE TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-HORA-FIM-EXPEDIENTE.
      *
           MOVE "EXCLDIA"              TO LPR-COD-PARAMETRO.
           MOVE WS-LIMITE-EXCLUSOES    TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-LIMITE-EXCLUSOES.
      *
       P105-FIM.
      *
       P200-DEFINE-COMPETENCIA.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               IF WS-MM-CORRENTE EQUAL 01 THEN
                   COMPUTE WS-AAAA-COMPETENCIA = WS-AAAA-CORRENTE - 1
                   MOVE 12             TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   COMPUTE WS-MM-COMPETENCIA = WS-MM-CORRENTE - 1
               END-IF
           ELSE
               DISPLAY "COMPETENCIA (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005
               MOVE ZEROS              TO WS-COMPETENCIA-INF
               ACCEPT WS-COMPETENCIA-INF       AT 1043
               IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
                   MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
                   MOVE WS-MM-CORRENTE     TO WS-MM-COMPETENCIA
               ELSE
                   MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA-NUM
               END-IF
               DISPLAY "LIMITE DE EXCLUSOES POR DIA (ZEROS = "
                       WS-LIMITE-EXCLUSOES "): "
                                               AT 1105
               MOVE ZEROS              TO WS-LIMITE-INF
               ACCEPT WS-LIMITE-INF            AT 1150
               IF WS-LIMITE-INF > ZEROS
                   MOVE WS-LIMITE-INF  TO WS-LIMITE-EXCLUSOES
               END-IF
           END-IF.

           IF WS-MM-COMPETENCIA < 01 OR WS-MM-COMPETENCIA > 12 THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "COMPETENCIA INVALIDA"
               ELSE
                   DISPLAY "COMPETENCIA INVALIDA"  AT 1205
                   ACCEPT WS-PROMPT                AT 1240
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P200-FIM
           END-IF.

           COMPUTE WS-DATA-INI-PERIODO = WS-COMPETENCIA-NUM * 100 + 01.
           COMPUTE WS-DATA-FIM-PERIODO = WS-COMPETENCIA-NUM * 100 + 31.

      *    AS RODADAS SAO CARREGADAS DESDE O MES ANTERIOR, PARA COBRIR
      *    A RODADA QUE VIRA A MEIA-NOITE DO DIA 1
           IF WS-MM-COMPETENCIA EQUAL 01 THEN
               COMPUTE WS-AAAA-COMPETENCIA-ANT =
                                           WS-AAAA-COMPETENCIA - 1
               MOVE 12                 TO WS-MM-COMPETENCIA-ANT
           ELSE
               MOVE WS-AAAA-COMPETENCIA    TO WS-AAAA-COMPETENCIA-ANT
               COMPUTE WS-MM-COMPETENCIA-ANT = WS-MM-COMPETENCIA - 1
           END-IF.
           COMPUTE WS-DATA-INI-JANELAS =
                                   WS-COMPETENCIA-ANT-NUM * 100 + 01.

           SET FLAG-COMPETENCIA-VALIDA TO TRUE.
      *
       P200-FIM.
      *
       P250-CARREGA-JANELAS.
      *
      *    *========================================================*
      *    * CADA RODADA DO SCMP0090 VAI DA LINHA "INICIO DO
      *    * PROCESSAMENTO" ATE A LINHA "FIM DO PROCESSAMENTO" (OU A
      *    * ULTIMA LINHA GRAVADA, SE A RODADA FOI INTERROMPIDA). A
      *    * ULTIMA RODADA SEM FIM FICA ABERTA - PODE SER A RODADA EM
      *    * ANDAMENTO QUE CHAMOU ESTE PROGRAMA.
      *    *========================================================*
           MOVE ZEROS                  TO WS-QTD-JANELAS.
           MOVE "N"                    TO WS-JANELA-CORRENTE.

           OPEN INPUT BATCH-LOG.

           IF NOT WS-FS-LOG-OK THEN
               GO TO P250-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ BATCH-LOG
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P255-AVALIA-LINHA-LOG THRU P255-FIM
               END-READ
           END-PERFORM.

           CLOSE BATCH-LOG.

           IF FLAG-JANELA-CORRENTE THEN
               MOVE 9999999999999999
                               TO WS-TJ-FIM(WS-QTD-JANELAS)
           END-IF.
      *
       P250-FIM.
      *
       P255-AVALIA-LINHA-LOG.
      *
           IF LOG-DATA NOT NUMERIC OR LOG-HORA NOT NUMERIC THEN
               GO TO P255-FIM
           END-IF.

           COMPUTE WS-CARIMBO-LOG = LOG-DATA * 100000000 + LOG-HORA.

           IF LOG-TEXTO(1:23) EQUAL "INICIO DO PROCESSAMENTO" THEN
               MOVE "N"                TO WS-JANELA-CORRENTE
               IF LOG-DATA NOT < WS-DATA-INI-JANELAS
                  AND WS-QTD-JANELAS < 200
                   ADD 1               TO WS-QTD-JANELAS
                   MOVE WS-CARIMBO-LOG TO WS-TJ-INICIO(WS-QTD-JANELAS)
                                          WS-TJ-FIM(WS-QTD-JANELAS)
                   SET FLAG-JANELA-CORRENTE    TO TRUE
               END-IF
               GO TO P255-FIM
           END-IF.

           IF FLAG-JANELA-CORRENTE THEN
               MOVE WS-CARIMBO-LOG     TO WS-TJ-FIM(WS-QTD-JANELAS)
               IF LOG-TEXTO(1:20) EQUAL "FIM DO PROCESSAMENTO"
                   MOVE "N"            TO WS-JANELA-CORRENTE
               END-IF
           END-IF.
      *
       P255-FIM.
      *
       P300-CONTA-EXCLUSOES.
      *
           MOVE ZEROS                  TO WS-QTD-TE.

           OPEN INPUT AUDITORIA.

           IF NOT WS-FS-AUD-OK THEN
               GO TO P300-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF WS-AUD-OPERACAO EQUAL "E"
                          AND WS-AUD-OPERADOR NOT EQUAL
                                               WS-OPERADOR-BATCH
                          AND WS-AUD-DATA NOT < WS-DATA-INI-PERIODO
                          AND WS-AUD-DATA NOT > WS-DATA-FIM-PERIODO
                           PERFORM P310-SOMA-EXCLUSAO THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.
      *
       P300-FIM.
      *
       P310-SOMA-EXCLUSAO.
      *
           PERFORM P320-LOCALIZA-EXCLUSAO THRU P320-FIM.

           IF WS-IND-TE > WS-QTD-TE THEN
               IF WS-QTD-TE < 500
                   ADD 1               TO WS-QTD-TE
                   MOVE WS-QTD-TE      TO WS-IND-TE
                   MOVE WS-AUD-OPERADOR
                                       TO WS-TE-OPERADOR(WS-IND-TE)
                   MOVE WS-AUD-DATA    TO WS-TE-DATA(WS-IND-TE)
               ELSE
                   GO TO P310-FIM
               END-IF
           END-IF.

           ADD 1                       TO WS-TE-QTD(WS-IND-TE).
      *
       P310-FIM.
      *
       P320-LOCALIZA-EXCLUSAO.
      *
           PERFORM VARYING WS-IND-TE FROM 1 BY 1
                   UNTIL WS-IND-TE > WS-QTD-TE
                      OR (WS-TE-OPERADOR(WS-IND-TE) EQUAL
                                               WS-AUD-OPERADOR
                      AND WS-TE-DATA(WS-IND-TE) EQUAL WS-AUD-DATA)
               CONTINUE
           END-PERFORM.
      *
       P320-FIM.
      *
       P350-CABECALHO.
      *
           OPEN OUTPUT SCMO0445.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-COMPETENCIA-NUM     TO WS-CAB-COMPETENCIA.
           MOVE WS-HORA-INICIO-EXPEDIENTE  TO WS-CAB-HORA-INI.
           MOVE WS-HORA-FIM-EXPEDIENTE TO WS-CAB-HORA-FIM.
           MOVE WS-LIMITE-EXCLUSOES    TO WS-CAB-LIMITE.
           MOVE WS-QTD-JANELAS         TO WS-CAB-QTD-JANELAS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-PARAM.
           WRITE REG-REPORT    FROM WS-LST-CAB-JANELAS.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P350-FIM.
      *
       P400-APLICA-REGRA.
      *
      *    *========================================================*
      *    * UMA LEITURA COMPLETA DO AUDITORIA.LOG POR REGRA, PARA O
      *    * RELATORIO SAIR AGRUPADO. O LOG INTEIRO E LIDO (NAO SO A
      *    * COMPETENCIA) PORQUE A REABERTURA PODE TER SIDO FEITA ANTES.
      *    *========================================================*
           MOVE WS-IND-REGRA           TO WS-TIT-NUM-REGRA.
           MOVE WS-TITULO-REGRA(WS-IND-REGRA)  TO WS-TIT-REGRA.

           WRITE REG-REPORT    FROM WS-LST-TITULO-REGRA.
           WRITE REG-REPORT    FROM WS-LST-CAB-COLUNAS.
           WRITE REG-REPORT    FROM WS-LST-CAB-TRACO.

           MOVE ZEROS                  TO WS-QTD-REABERTAS.
           MOVE SPACES                 TO WS-AUD-PREVIO.

           OPEN INPUT AUDITORIA.

           IF NOT WS-FS-AUD-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P400-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P410-AVALIA-REGISTRO THRU P410-FIM
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.

           IF WS-QTD-OCORR-REGRA(WS-IND-REGRA) EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-OCORRENCIA
           ELSE
               MOVE WS-QTD-OCORR-REGRA(WS-IND-REGRA)
                                       TO WS-LST-QTD-OCORR
               WRITE REG-REPORT    FROM WS-LST-QTD-REGRA
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P400-FIM.
      *
       P410-AVALIA-REGISTRO.
      *
           IF WS-IND-REGRA EQUAL 4 THEN
               PERFORM P440-ACOMPANHA-REABERTURA THRU P440-FIM
           END-IF.

           IF WS-AUD-DATA NOT < WS-DATA-INI-PERIODO
              AND WS-AUD-DATA NOT > WS-DATA-FIM-PERIODO THEN
               EVALUATE WS-IND-REGRA
                   WHEN 1
                       PERFORM P411-SOLICITANTE-APROVADOR
                                                   THRU P411-FIM
                   WHEN 2
                       PERFORM P412-FORA-DO-HORARIO THRU P412-FIM
                   WHEN 3
                       PERFORM P413-EXCLUSOES-NO-DIA THRU P413-FIM
                   WHEN 4
                       PERFORM P414-PRECO-REABERTA THRU P414-FIM
                   WHEN 5
                       PERFORM P415-BATCH-FORA-JANELA THRU P415-FIM
               END-EVALUATE
           END-IF.

           MOVE WS-REG-AUDITORIA       TO WS-AUD-PREVIO.
      *
       P410-FIM.
      *
       P411-SOLICITANTE-APROVADOR.
      *
      *    O REGISTRO DE DECISAO VEM LOGO APOS O DA OPERACAO APLICADA;
      *    QUANDO ELE ESTA LA, OS VALORES MOSTRADOS SAO OS DA OPERACAO
           IF WS-AUD-OPERACAO NOT EQUAL "P"
              OR WS-AUD-VALOR-ANTERIOR(1:8) NOT EQUAL WS-AUD-OPERADOR
               GO TO P411-FIM
           END-IF.

           IF WS-PRV-PROGRAMA EQUAL WS-AUD-PROGRAMA
              AND WS-PRV-CHAVE EQUAL WS-AUD-CHAVE THEN
               MOVE WS-PRV-VALOR-ANTERIOR  TO WS-IMP-ANTES
               MOVE WS-PRV-VALOR-NOVO      TO WS-IMP-DEPOIS
           ELSE
               MOVE WS-AUD-VALOR-ANTERIOR  TO WS-IMP-ANTES
               MOVE WS-AUD-VALOR-NOVO      TO WS-IMP-DEPOIS
           END-IF.

           MOVE "SOLICITANTE = APROVADOR"  TO WS-NOTA.
           PERFORM P490-IMPRIME-OCORRENCIA THRU P490-FIM.
      *
       P411-FIM.
      *
       P412-FORA-DO-HORARIO.
      *
           IF WS-AUD-OPERACAO EQUAL "P"
              OR WS-AUD-OPERADOR EQUAL WS-OPERADOR-BATCH
               GO TO P412-FIM
           END-IF.

           IF WS-AUD-HH NOT < WS-HORA-INICIO-EXPEDIENTE
              AND WS-AUD-HH < WS-HORA-FIM-EXPEDIENTE
               GO TO P412-FIM
           END-IF.

           MOVE WS-AUD-VALOR-ANTERIOR  TO WS-IMP-ANTES.
           MOVE WS-AUD-VALOR-NOVO      TO WS-IMP-DEPOIS.
           MOVE "FORA DO EXPEDIENTE"   TO WS-NOTA.
           PERFORM P490-IMPRIME-OCORRENCIA THRU P490-FIM.
      *
       P412-FIM.
      *
       P413-EXCLUSOES-NO-DIA.
      *
           IF WS-AUD-OPERACAO NOT EQUAL "E"
              OR WS-AUD-OPERADOR EQUAL WS-OPERADOR-BATCH
               GO TO P413-FIM
           END-IF.

           PERFORM P320-LOCALIZA-EXCLUSAO THRU P320-FIM.

           IF WS-IND-TE > WS-QTD-TE THEN
               GO TO P413-FIM
           END-IF.

           IF WS-TE-QTD(WS-IND-TE) NOT > WS-LIMITE-EXCLUSOES THEN
               GO TO P413-FIM
           END-IF.

           MOVE WS-AUD-VALOR-ANTERIOR  TO WS-IMP-ANTES.
           MOVE WS-AUD-VALOR-NOVO      TO WS-IMP-DEPOIS.
           MOVE SPACES                 TO WS-NOTA.
           STRING "EXCLUSOES NO DIA: "
                  WS-TE-QTD(WS-IND-TE)
                  DELIMITED BY SIZE    INTO WS-NOTA.
           PERFORM P490-IMPRIME-OCORRENCIA THRU P490-FIM.
      *
       P413-FIM.
      *
       P414-PRECO-REABERTA.
      *
           IF WS-AUD-ARQUIVO NOT EQUAL "PRC-PRODUTO"
              OR WS-QTD-REABERTAS EQUAL ZEROS
               GO TO P414-FIM
           END-IF.

           IF WS-AUD-OPERACAO NOT EQUAL "I"
              AND WS-AUD-OPERACAO NOT EQUAL "A"
              AND WS-AUD-OPERACAO NOT EQUAL "E"
              AND WS-AUD-OPERACAO NOT EQUAL "D"
               GO TO P414-FIM
           END-IF.

           MOVE WS-AUD-VALOR-ANTERIOR  TO WS-IMP-ANTES.
           MOVE WS-AUD-VALOR-NOVO      TO WS-IMP-DEPOIS.
           MOVE SPACES                 TO WS-NOTA.
           STRING "REABERTA: "
                  WS-TRA-COMPETENCIA(WS-QTD-REABERTAS)
                  DELIMITED BY SIZE    INTO WS-NOTA.
           IF WS-QTD-REABERTAS > 1
               MOVE " +OUTRAS"         TO WS-NOTA(17:8)
           END-IF.
           PERFORM P490-IMPRIME-OCORRENCIA THRU P490-FIM.
      *
       P414-FIM.
      *
       P415-BATCH-FORA-JANELA.
      *
           IF WS-AUD-OPERADOR NOT EQUAL WS-OPERADOR-BATCH
               GO TO P415-FIM
           END-IF.

           MOVE "N"                    TO WS-DENTRO-JANELA.

           PERFORM VARYING WS-IND-JANELA FROM 1 BY 1
                   UNTIL WS-IND-JANELA > WS-QTD-JANELAS
                      OR FLAG-DENTRO-JANELA
               IF WS-AUD-CARIMBO-NUM NOT < WS-TJ-INICIO(WS-IND-JANELA)
                  AND WS-AUD-CARIMBO-NUM NOT >
                                           WS-TJ-FIM(WS-IND-JANELA)
                   SET FLAG-DENTRO-JANELA  TO TRUE
               END-IF
           END-PERFORM.

           IF FLAG-DENTRO-JANELA THEN
               GO TO P415-FIM
           END-IF.

           MOVE WS-AUD-VALOR-ANTERIOR  TO WS-IMP-ANTES.
           MOVE WS-AUD-VALOR-NOVO      TO WS-IMP-DEPOIS.
           MOVE "FORA DA RODADA NOTURNA"   TO WS-NOTA.
           PERFORM P490-IMPRIME-OCORRENCIA THRU P490-FIM.
      *
       P415-FIM.
      *
       P440-ACOMPANHA-REABERTURA.
      *
      *    *========================================================*
      *    * SCMP0365 GRAVA A REABERTURA (VALOR NOVO "REABERTA") E
      *    * SCMP0360 O FECHAMENTO/REFECHAMENTO (OPERACAO "F"), AMBOS
      *    * COM A COMPETENCIA NA CHAVE.
      *    *========================================================*
           IF WS-AUD-ARQUIVO NOT EQUAL "FECH-PRECO" THEN
               GO TO P440-FIM
           END-IF.

           PERFORM VARYING WS-IND-REABERTA FROM 1 BY 1
                   UNTIL WS-IND-REABERTA > WS-QTD-REABERTAS
                      OR WS-TRA-COMPETENCIA(WS-IND-REABERTA) EQUAL
                                               WS-AUD-CHAVE(1:6)
               CONTINUE
           END-PERFORM.

           IF WS-AUD-VALOR-NOVO(1:8) EQUAL "REABERTA" THEN
               IF WS-IND-REABERTA > WS-QTD-REABERTAS
                  AND WS-QTD-REABERTAS < 24
                   ADD 1               TO WS-QTD-REABERTAS
                   MOVE WS-AUD-CHAVE(1:6)
                           TO WS-TRA-COMPETENCIA(WS-QTD-REABERTAS)
               END-IF
               GO TO P440-FIM
           END-IF.

           IF WS-AUD-OPERACAO EQUAL "F"
              AND WS-IND-REABERTA NOT > WS-QTD-REABERTAS THEN
               MOVE WS-TRA-COMPETENCIA(WS-QTD-REABERTAS)
                           TO WS-TRA-COMPETENCIA(WS-IND-REABERTA)
               SUBTRACT 1              FROM WS-QTD-REABERTAS
           END-IF.
      *
       P440-FIM.
      *
       P490-IMPRIME-OCORRENCIA.
      *
           MOVE WS-AUD-DATA            TO WS-DET-DATA.
           MOVE WS-AUD-HH              TO WS-DET-HH.
           MOVE WS-AUD-MI              TO WS-DET-MI.
           MOVE WS-AUD-OPERADOR        TO WS-DET-OPERADOR.
           MOVE WS-AUD-PROGRAMA        TO WS-DET-PROGRAMA.
           MOVE WS-AUD-ARQUIVO         TO WS-DET-ARQUIVO.
           MOVE WS-AUD-OPERACAO        TO WS-DET-OPERACAO.
           MOVE WS-AUD-CHAVE           TO WS-DET-CHAVE.
           MOVE WS-NOTA                TO WS-DET-NOTA.
           MOVE WS-IMP-ANTES           TO WS-DET-VALOR-ANTES.
           MOVE WS-IMP-DEPOIS          TO WS-DET-VALOR-DEPOIS.

           WRITE REG-REPORT    FROM WS-DET-OCORRENCIA.
           WRITE REG-REPORT    FROM WS-DET-ANTES.
           WRITE REG-REPORT    FROM WS-DET-DEPOIS.

           ADD 1               TO WS-QTD-OCORR-REGRA(WS-IND-REGRA)
                                  WS-TOT-OCORRENCIAS.
      *
       P490-FIM.
      *
       P600-TOTAIS.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           MOVE WS-TOT-OCORRENCIAS     TO WS-LST-TOT-OCORR.
           WRITE REG-REPORT    FROM WS-LST-RESUMO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0445.
      *
       P600-FIM.
      *
       P700-RESUMO.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0445 - COMPETENCIA " WS-COMPETENCIA-NUM
                       " - EXCECOES NA AUDITORIA: " WS-TOT-OCORRENCIAS
           ELSE
               DISPLAY "EXCECOES ENCONTRADAS: " WS-TOT-OCORRENCIAS
                                               AT 1305
               DISPLAY "RELATORIO GERADO EM SCMO0445.txt"   AT 1405
               ACCEPT WS-PROMPT                AT 1450
           END-IF.
      *
       P700-FIM.
      *
       P900-FIM.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0445.
