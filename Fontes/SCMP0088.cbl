      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: EXPURGO DOS REJEITADOS DAS FILAS DE PENDENTES - MOVE
      *          OS ITENS REJEITADOS HA MAIS DE N DIAS (DATA DA
      *          DECISAO) DE TP-PENDENTE, PRC-PENDENTE, MERCADO-
      *          PENDENTE E FORNECEDOR-PENDENTE PARA O ARQUIVO DE
      *          HISTORICO DE CADA FILA (<FILA>-HIST.dat) E OS APAGA
      *          DA FILA VIVA, GRAVANDO AUDITORIA DE CADA ITEM MOVIDO.
      *          OS DIAS DE RETENCAO VEM DE EXPURGO-PENDENTE.txt (CRIADO
      *          COM 090 NA PRIMEIRA EXECUCAO). O RELATORIO SCMO0088
      *          TRAZ A QUANTIDADE POR FILA E POR OPERADOR SOLICITANTE.
      *          NO PROCESSAMENTO NOTURNO (SCMP0090, DIA 1) RODA SEM
      *          TELA E DEVOLVE RETURN-CODE. O HISTORICO E CONSULTADO
      *          PELA CONSULTA DE REJEITADOS (SCMP0099)
      * Mod: 15/10/2026 - os dias de retencao passam a vir do parametro
      *      REJDIAS (SCMP0082); sem ele continua valendo o
      *      EXPURGO-PENDENTE.txt (e, sem este, o padrao 090)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0088.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TP-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-PENDENTE OF REG-TP-PENDENTE
                FILE STATUS    IS WS-FS-TP-PEND.
      *
           SELECT PRC-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-PENDENTE OF REG-PRC-PENDENTE
                FILE STATUS    IS WS-FS-PRC-PEND.
      *
           SELECT MERCADO-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-PENDENTE OF REG-MERCADO-PENDENTE
                FILE STATUS    IS WS-FS-MERC-PEND.
      *
           SELECT FORNECEDOR-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-PENDENTE OF
                                  REG-FORNECEDOR-PENDENTE
                FILE STATUS    IS WS-FS-FORN-PEND.
      *
           SELECT TP-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT PRC-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT MERCADO-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT FORN-PENDENTE-HIST ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR-PENDENTE-HIST.dat"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-HIST.
      *
           SELECT PARAM-EXPURGO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\EXPURGO-PENDENTE.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-PARAM.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0088     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0088.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TP-PENDENTE.
           COPY "TpProdutoPendente.cpy".
      *
       FD PRC-PENDENTE.
           COPY "PrcPendente.cpy".
      *
       FD MERCADO-PENDENTE.
           COPY "MercadoPendente.cpy".
      *
       FD FORNECEDOR-PENDENTE.
           COPY "FornecedorPendente.cpy".
      *
       FD TP-PENDENTE-HIST.
       01 REG-TP-PENDENTE-HIST                 PIC X(400).
      *
       FD PRC-PENDENTE-HIST.
       01 REG-PRC-PENDENTE-HIST                PIC X(400).
      *
       FD MERCADO-PENDENTE-HIST.
       01 REG-MERCADO-PENDENTE-HIST            PIC X(400).
      *
       FD FORN-PENDENTE-HIST.
       01 REG-FORN-PENDENTE-HIST               PIC X(400).
      *
       FD PARAM-EXPURGO.
       01 REG-PARAM-EXPURGO.
           05 PARAM-DIAS-RETENCAO              PIC X(03).
           05 FILLER                           PIC X(77).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0088.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "PendenteHist.cpy".
      *
       77 WS-DIAS-RETENCAO                     PIC 9(03) VALUE 90.
       77 WS-DIAS-INFORMADO                    PIC 9(03) VALUE ZEROS.
       77 WS-IDADE-DIAS                        PIC S9(07) VALUE ZEROS.
      *
       01 WS-DATA-DEC-DECOMP.
           05 WS-DEC-AAAA                      PIC 9(04).
           05 WS-DEC-MM                        PIC 9(02).
           05 WS-DEC-DD                        PIC 9(02).
      *
       77 WS-DIA-JULIANO-HOJE                  PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-DEC                   PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * QUANTIDADE MOVIDA POR FILA (1 TIPO, 2 PRECO, 3 MERCADO,
      *    * 4 FORNECEDOR) E POR OPERADOR SOLICITANTE
      *    *========================================================*
       01 WS-TAB-FILA.
           05 WS-TF-ITEM               OCCURS 4 TIMES.
               10 WS-TF-NOME           PIC X(12).
               10 WS-TF-LIDOS          PIC 9(07).
               10 WS-TF-MOVIDOS        PIC 9(07).
      *
       01 WS-TAB-OPERADOR.
           05 WS-TO-ITEM               OCCURS 50 TIMES.
               10 WS-TO-OPERADOR       PIC X(08).
               10 WS-TO-QTD-FILA       PIC 9(05) OCCURS 4 TIMES.
               10 WS-TO-QTD-TOTAL      PIC 9(05).
      *
       77 WS-QTD-OPERADORES                    PIC 9(02) VALUE ZEROS.
       77 WS-IND-OPR                           PIC 9(02) VALUE ZEROS.
       77 WS-IND-FILA                          PIC 9(01) VALUE ZEROS.
       77 WS-OPERADOR-ITEM                     PIC X(08) VALUE SPACES.
       77 WS-QTD-ERROS                         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MOVIDOS                       PIC 9(07) VALUE ZEROS.
      *
       77 WS-FS-TP-PEND                        PIC X(02).
           88 WS-FS-TP-OK                      VALUE "00".
      *
       77 WS-FS-PRC-PEND                       PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
      *
       77 WS-FS-MERC-PEND                      PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-FORN-PEND                      PIC X(02).
           88 WS-FS-FORN-OK                    VALUE "00".
      *
       77 WS-FS-HIST                           PIC X(02).
           88 WS-FS-HIST-OK                    VALUE "00".
           88 WS-FS-HIST-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-PARAM                          PIC X(02).
           88 WS-FS-PARAM-OK                   VALUE "00".
           88 WS-FS-PARAM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC X(02).
           88 WS-FS-AUDITORIA-OK               VALUE "00".
      *
       77 WS-FIM-FILA                          PIC X(01) VALUE "N".
           88 FLAG-EOF-FILA                    VALUE "S".
      *
       77 WS-ITEM-EXPURGAVEL                   PIC X(01) VALUE "N".
           88 FLAG-ITEM-EXPURGAVEL             VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
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
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0088 - ".
               05 FILLER   PIC X(48) VALUE
                       "EXPURGO DE REJEITADOS DAS FILAS DE PENDENTES".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-RETENCAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "REJEITADOS HA MAIS DE (DIAS)..............: ".
               05 WS-CAB-DIAS          PIC ZZ9.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(14) VALUE "FILA".
               05 FILLER               PIC X(12) VALUE "   LIDOS".
               05 FILLER               PIC X(12) VALUE "  MOVIDOS".
      *
           03 WS-DET-FILA.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-NOME          PIC X(12) VALUE SPACES.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-LIDOS         PIC ZZZZZZ9.
               05 FILLER               PIC X(05) VALUE SPACES.
               05 WS-DET-MOVIDOS       PIC ZZZZZZ9.
      *
           03 WS-LST-TITULO-OPR.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "ITENS MOVIDOS PARA O HISTORICO, POR SOLICITANTE:".
      *
           03 WS-LST-CAB-OPR.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "OPERADOR".
               05 FILLER               PIC X(08) VALUE "   TIPO".
               05 FILLER               PIC X(08) VALUE "  PRECO".
               05 FILLER               PIC X(08) VALUE "MERCADO".
               05 FILLER               PIC X(08) VALUE " FORNEC".
               05 FILLER               PIC X(08) VALUE "  TOTAL".
      *
           03 WS-DET-OPR.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-OPERADOR      PIC X(08) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-OPR-QTD       PIC ZZZZ9 OCCURS 4 TIMES.
               05 WS-DET-OPR-TOTAL     PIC ZZZZ9.
      *
           03 WS-LST-SEM-ITENS.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "NENHUM ITEM MOVIDO NESTA EXECUCAO".
      *
           03 WS-LST-ERROS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "ITENS NAO MOVIDOS POR ERRO DE GRAVACAO....: ".
               05 WS-LST-QTD-ERROS     PIC ZZZZ9.
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

           PERFORM P300-FILA-TIPOS THRU P300-FIM.

           PERFORM P320-FILA-PRECOS THRU P320-FIM.

           PERFORM P340-FILA-MERCADOS THRU P340-FIM.

           PERFORM P360-FILA-FORNECEDORES THRU P360-FIM.

           PERFORM P500-IMPRIME THRU P500-FIM.

           PERFORM P700-RESUMO THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           COMPUTE WS-DIA-JULIANO-HOJE =
               WS-AAAA-CORRENTE * 360 + WS-MM-CORRENTE * 30
               + WS-DD-CORRENTE.

           INITIALIZE WS-TAB-FILA
                      WS-TAB-OPERADOR.
           MOVE "TP-PRODUTO"           TO WS-TF-NOME(1).
           MOVE "PRC-PRODUTO"          TO WS-TF-NOME(2).
           MOVE "MERCADO"              TO WS-TF-NOME(3).
           MOVE "FORNECEDOR"           TO WS-TF-NOME(4).

           PERFORM P120-LE-PARAMETRO THRU P120-FIM.

           PERFORM P125-LE-PARAMETRO-SISTEMA THRU P125-FIM.

      *    NA EXECUCAO PELO MENU O OPERADOR PODE INFORMAR OUTRA
      *    RETENCAO SO PARA ESTA RODADA
           IF NOT FLAG-MODO-AUTOMATICO THEN
               DISPLAY "EXPURGO DE REJEITADOS DAS FILAS DE PENDENTES"
                                               AT 0805
               DISPLAY "DIAS DE RETENCAO (ZEROS = "
                       WS-DIAS-RETENCAO " DO PARAMETRO): "
                                               AT 1005
               MOVE ZEROS              TO WS-DIAS-INFORMADO
               ACCEPT WS-DIAS-INFORMADO        AT 1050
               IF WS-DIAS-INFORMADO > ZEROS
                   MOVE WS-DIAS-INFORMADO  TO WS-DIAS-RETENCAO
               END-IF
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0088.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-DIAS-RETENCAO       TO WS-CAB-DIAS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-RETENCAO.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P100-FIM.
      *
       P120-LE-PARAMETRO.
      *
      *    *========================================================*
      *    * EXPURGO-PENDENTE.txt: DIAS DE RETENCAO NAS 3 PRIMEIRAS
      *    * POSICOES. SEM O ARQUIVO, ELE E CRIADO COM O PADRAO (090)
      *    * PARA O USUARIO AJUSTAR DEPOIS.
      *    *========================================================*
           OPEN INPUT PARAM-EXPURGO.

           IF WS-FS-PARAM-NAO-EXISTE THEN
               OPEN OUTPUT PARAM-EXPURGO
               MOVE SPACES             TO REG-PARAM-EXPURGO
               MOVE WS-DIAS-RETENCAO   TO PARAM-DIAS-RETENCAO
               WRITE REG-PARAM-EXPURGO
               CLOSE PARAM-EXPURGO
               GO TO P120-FIM
           END-IF.

           IF NOT WS-FS-PARAM-OK THEN
               GO TO P120-FIM
           END-IF.

           READ PARAM-EXPURGO
               AT END
                   CONTINUE
               NOT AT END
                   IF PARAM-DIAS-RETENCAO NUMERIC
                      AND PARAM-DIAS-RETENCAO > ZEROS
                       MOVE PARAM-DIAS-RETENCAO    TO WS-DIAS-RETENCAO
                   END-IF
           END-READ.

           CLOSE PARAM-EXPURGO.
      *
       P120-FIM.
      *
       P125-LE-PARAMETRO-SISTEMA.
      *
      *    O PARAMETRO DO SISTEMA PREVALECE SOBRE O ARQUIVO TEXTO
           MOVE "REJDIAS"              TO LPR-COD-PARAMETRO.
           MOVE WS-DIAS-RETENCAO       TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-DIAS-RETENCAO.
      *
       P125-FIM.
      *
       P300-FILA-TIPOS.
      *
           MOVE 1                      TO WS-IND-FILA.
           MOVE "N"                    TO WS-FIM-FILA.

           OPEN I-O TP-PENDENTE.
           IF NOT WS-FS-TP-OK THEN
               GO TO P300-FIM
           END-IF.

           OPEN EXTEND TP-PENDENTE-HIST.
           IF WS-FS-HIST-NAO-EXISTE THEN
               OPEN OUTPUT TP-PENDENTE-HIST
           END-IF.
           IF NOT WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               CLOSE TP-PENDENTE
               GO TO P300-FIM
           END-IF.

           MOVE ZEROS                  TO SEQ-PENDENTE
                                               OF REG-TP-PENDENTE.
           START TP-PENDENTE KEY IS NOT LESS THAN
                               SEQ-PENDENTE OF REG-TP-PENDENTE
               INVALID KEY
                   SET FLAG-EOF-FILA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-FILA
               READ TP-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF-FILA   TO TRUE
                   NOT AT END
                       ADD 1           TO WS-TF-LIDOS(WS-IND-FILA)
                       MOVE "N"        TO WS-ITEM-EXPURGAVEL
                       IF TP-PEND-REJEITADO
                           MOVE DATA-DECISAO-TP-PEND
                                       TO WS-DATA-DEC-DECOMP
                           PERFORM P400-VERIFICA-IDADE THRU P400-FIM
                       END-IF
                       IF FLAG-ITEM-EXPURGAVEL
                           PERFORM P310-MOVE-TIPO THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TP-PENDENTE
                 TP-PENDENTE-HIST.
      *
       P300-FIM.
      *
       P310-MOVE-TIPO.
      *
           MOVE REG-TP-PENDENTE        TO IMAGEM-PENDENTE-HIST.
           PERFORM P410-MONTA-HISTORICO THRU P410-FIM.

           WRITE REG-TP-PENDENTE-HIST  FROM REG-PENDENTE-HIST.
           IF NOT WS-FS-HIST-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P310-FIM
           END-IF.

           DELETE TP-PENDENTE RECORD.
           IF NOT WS-FS-TP-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P310-FIM
           END-IF.

           MOVE OPERADOR-SOLICITANTE OF REG-TP-PENDENTE
                                       TO WS-OPERADOR-ITEM.
           MOVE "TP-PENDENTE"          TO AUD-ARQUIVO.
           MOVE SEQ-PENDENTE OF REG-TP-PENDENTE
                                       TO AUD-CHAVE.
           MOVE MOTIVO-REJEICAO-TP-PEND
                                       TO AUD-VALOR-ANTERIOR.
           MOVE "MOVIDO PARA TP-PENDENTE-HIST"
                                       TO AUD-VALOR-NOVO.
           PERFORM P420-CONTABILIZA THRU P420-FIM.
      *
       P310-FIM.
      *
       P320-FILA-PRECOS.
      *
           MOVE 2                      TO WS-IND-FILA.
           MOVE "N"                    TO WS-FIM-FILA.

           OPEN I-O PRC-PENDENTE.
           IF NOT WS-FS-PRC-OK THEN
               GO TO P320-FIM
           END-IF.

           OPEN EXTEND PRC-PENDENTE-HIST.
           IF WS-FS-HIST-NAO-EXISTE THEN
               OPEN OUTPUT PRC-PENDENTE-HIST
           END-IF.
           IF NOT WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               CLOSE PRC-PENDENTE
               GO TO P320-FIM
           END-IF.

           MOVE ZEROS                  TO SEQ-PENDENTE
                                               OF REG-PRC-PENDENTE.
           START PRC-PENDENTE KEY IS NOT LESS THAN
                               SEQ-PENDENTE OF REG-PRC-PENDENTE
               INVALID KEY
                   SET FLAG-EOF-FILA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-FILA
               READ PRC-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF-FILA   TO TRUE
                   NOT AT END
                       ADD 1           TO WS-TF-LIDOS(WS-IND-FILA)
                       MOVE "N"        TO WS-ITEM-EXPURGAVEL
                       IF PRC-PEND-REJEITADO
                           MOVE DATA-DECISAO-PRC-PEND
                                       TO WS-DATA-DEC-DECOMP
                           PERFORM P400-VERIFICA-IDADE THRU P400-FIM
                       END-IF
                       IF FLAG-ITEM-EXPURGAVEL
                           PERFORM P330-MOVE-PRECO THRU P330-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRC-PENDENTE
                 PRC-PENDENTE-HIST.
      *
       P320-FIM.
      *
       P330-MOVE-PRECO.
      *
           MOVE REG-PRC-PENDENTE       TO IMAGEM-PENDENTE-HIST.
           PERFORM P410-MONTA-HISTORICO THRU P410-FIM.

           WRITE REG-PRC-PENDENTE-HIST FROM REG-PENDENTE-HIST.
           IF NOT WS-FS-HIST-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P330-FIM
           END-IF.

           DELETE PRC-PENDENTE RECORD.
           IF NOT WS-FS-PRC-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P330-FIM
           END-IF.

           MOVE OPERADOR-SOLICITANTE OF REG-PRC-PENDENTE
                                       TO WS-OPERADOR-ITEM.
           MOVE "PRC-PENDENTE"         TO AUD-ARQUIVO.
           MOVE SEQ-PENDENTE OF REG-PRC-PENDENTE
                                       TO AUD-CHAVE.
           MOVE MOTIVO-REJEICAO-PRC-PEND
                                       TO AUD-VALOR-ANTERIOR.
           MOVE "MOVIDO PARA PRC-PENDENTE-HIST"
                                       TO AUD-VALOR-NOVO.
           PERFORM P420-CONTABILIZA THRU P420-FIM.
      *
       P330-FIM.
      *
       P340-FILA-MERCADOS.
      *
           MOVE 3                      TO WS-IND-FILA.
           MOVE "N"                    TO WS-FIM-FILA.

           OPEN I-O MERCADO-PENDENTE.
           IF NOT WS-FS-MERC-OK THEN
               GO TO P340-FIM
           END-IF.

           OPEN EXTEND MERCADO-PENDENTE-HIST.
           IF WS-FS-HIST-NAO-EXISTE THEN
               OPEN OUTPUT MERCADO-PENDENTE-HIST
           END-IF.
           IF NOT WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               CLOSE MERCADO-PENDENTE
               GO TO P340-FIM
           END-IF.

           MOVE ZEROS                  TO SEQ-PENDENTE
                                               OF REG-MERCADO-PENDENTE.
           START MERCADO-PENDENTE KEY IS NOT LESS THAN
                               SEQ-PENDENTE OF REG-MERCADO-PENDENTE
               INVALID KEY
                   SET FLAG-EOF-FILA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-FILA
               READ MERCADO-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF-FILA   TO TRUE
                   NOT AT END
                       ADD 1           TO WS-TF-LIDOS(WS-IND-FILA)
                       MOVE "N"        TO WS-ITEM-EXPURGAVEL
                       IF MERC-PEND-REJEITADO
                           MOVE DATA-DECISAO-MERC-PEND
                                       TO WS-DATA-DEC-DECOMP
                           PERFORM P400-VERIFICA-IDADE THRU P400-FIM
                       END-IF
                       IF FLAG-ITEM-EXPURGAVEL
                           PERFORM P350-MOVE-MERCADO THRU P350-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MERCADO-PENDENTE
                 MERCADO-PENDENTE-HIST.
      *
       P340-FIM.
      *
       P350-MOVE-MERCADO.
      *
           MOVE REG-MERCADO-PENDENTE   TO IMAGEM-PENDENTE-HIST.
           PERFORM P410-MONTA-HISTORICO THRU P410-FIM.

           WRITE REG-MERCADO-PENDENTE-HIST FROM REG-PENDENTE-HIST.
           IF NOT WS-FS-HIST-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P350-FIM
           END-IF.

           DELETE MERCADO-PENDENTE RECORD.
           IF NOT WS-FS-MERC-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P350-FIM
           END-IF.

           MOVE OPERADOR-SOLICITANTE OF REG-MERCADO-PENDENTE
                                       TO WS-OPERADOR-ITEM.
           MOVE "MERCADO-PEND"         TO AUD-ARQUIVO.
           MOVE SEQ-PENDENTE OF REG-MERCADO-PENDENTE
                                       TO AUD-CHAVE.
           MOVE MOTIVO-REJEICAO-MERC-PEND
                                       TO AUD-VALOR-ANTERIOR.
           MOVE "MOVIDO PARA MERCADO-PENDENTE-HIST"
                                       TO AUD-VALOR-NOVO.
           PERFORM P420-CONTABILIZA THRU P420-FIM.
      *
       P350-FIM.
      *
       P360-FILA-FORNECEDORES.
      *
           MOVE 4                      TO WS-IND-FILA.
           MOVE "N"                    TO WS-FIM-FILA.

           OPEN I-O FORNECEDOR-PENDENTE.
           IF NOT WS-FS-FORN-OK THEN
               GO TO P360-FIM
           END-IF.

           OPEN EXTEND FORN-PENDENTE-HIST.
           IF WS-FS-HIST-NAO-EXISTE THEN
               OPEN OUTPUT FORN-PENDENTE-HIST
           END-IF.
           IF NOT WS-FS-HIST-OK THEN
               MOVE "N"                TO WS-ROTINA-OK
               CLOSE FORNECEDOR-PENDENTE
               GO TO P360-FIM
           END-IF.

           MOVE ZEROS                  TO SEQ-PENDENTE
                                           OF REG-FORNECEDOR-PENDENTE.
           START FORNECEDOR-PENDENTE KEY IS NOT LESS THAN
                           SEQ-PENDENTE OF REG-FORNECEDOR-PENDENTE
               INVALID KEY
                   SET FLAG-EOF-FILA   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-FILA
               READ FORNECEDOR-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF-FILA   TO TRUE
                   NOT AT END
                       ADD 1           TO WS-TF-LIDOS(WS-IND-FILA)
                       MOVE "N"        TO WS-ITEM-EXPURGAVEL
                       IF FORN-PEND-REJEITADO
                           MOVE DATA-DECISAO-FORN-PEND
                                       TO WS-DATA-DEC-DECOMP
                           PERFORM P400-VERIFICA-IDADE THRU P400-FIM
                       END-IF
                       IF FLAG-ITEM-EXPURGAVEL
                           PERFORM P370-MOVE-FORNECEDOR THRU P370-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FORNECEDOR-PENDENTE
                 FORN-PENDENTE-HIST.
      *
       P360-FIM.
      *
       P370-MOVE-FORNECEDOR.
      *
           MOVE REG-FORNECEDOR-PENDENTE TO IMAGEM-PENDENTE-HIST.
           PERFORM P410-MONTA-HISTORICO THRU P410-FIM.

           WRITE REG-FORN-PENDENTE-HIST FROM REG-PENDENTE-HIST.
           IF NOT WS-FS-HIST-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P370-FIM
           END-IF.

           DELETE FORNECEDOR-PENDENTE RECORD.
           IF NOT WS-FS-FORN-OK THEN
               ADD 1                   TO WS-QTD-ERROS
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P370-FIM
           END-IF.

           MOVE OPERADOR-SOLICITANTE OF REG-FORNECEDOR-PENDENTE
                                       TO WS-OPERADOR-ITEM.
           MOVE "FORNEC-PEND"          TO AUD-ARQUIVO.
           MOVE SEQ-PENDENTE OF REG-FORNECEDOR-PENDENTE
                                       TO AUD-CHAVE.
           MOVE MOTIVO-REJEICAO-FORN-PEND
                                       TO AUD-VALOR-ANTERIOR.
           MOVE "MOVIDO PARA FORNECEDOR-PENDENTE-HIST"
                                       TO AUD-VALOR-NOVO.
           PERFORM P420-CONTABILIZA THRU P420-FIM.
      *
       P370-FIM.
      *
       P400-VERIFICA-IDADE.
      *
      *    *========================================================*
      *    * IDADE DA REJEICAO EM DIAS (MES COMERCIAL DE 30 DIAS, COMO
      *    * NO SLA DAS FILAS - SCMP0089). REJEITADO SEM DATA DE
      *    * DECISAO E ANTERIOR AO CAMPO E SEMPRE EXPURGADO.
      *    *========================================================*
           IF WS-DATA-DEC-DECOMP NOT NUMERIC THEN
               MOVE ZEROS              TO WS-DATA-DEC-DECOMP
           END-IF.

           COMPUTE WS-DIA-JULIANO-DEC =
               WS-DEC-AAAA * 360 + WS-DEC-MM * 30 + WS-DEC-DD.

           COMPUTE WS-IDADE-DIAS =
               WS-DIA-JULIANO-HOJE - WS-DIA-JULIANO-DEC.

           IF WS-IDADE-DIAS > WS-DIAS-RETENCAO THEN
               SET FLAG-ITEM-EXPURGAVEL    TO TRUE
           END-IF.
      *
       P400-FIM.
      *
       P410-MONTA-HISTORICO.
      *
           MOVE WS-DATA-CORRENTE-NUM   TO DATA-EXPURGO-HIST.
           MOVE LK-OPERADOR-ID         TO OPERADOR-EXPURGO-HIST.
      *
       P410-FIM.
      *
       P420-CONTABILIZA.
      *
           ADD 1                       TO WS-TF-MOVIDOS(WS-IND-FILA)
                                          WS-TOT-MOVIDOS.

           MOVE "E"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

      *    O SOLICITANTE CHEGA NA POSICAO 50 DA TABELA, USADA COMO
      *    AREA DE PASSAGEM (A ULTIMA VAGA REAL E A 49)
           MOVE WS-OPERADOR-ITEM       TO WS-TO-OPERADOR(50).

           PERFORM VARYING WS-IND-OPR FROM 1 BY 1
                   UNTIL WS-IND-OPR > WS-QTD-OPERADORES
                      OR WS-TO-OPERADOR(WS-IND-OPR) EQUAL
                                               WS-OPERADOR-ITEM
               CONTINUE
           END-PERFORM.

           IF WS-IND-OPR > WS-QTD-OPERADORES THEN
               IF WS-QTD-OPERADORES < 49
                   ADD 1               TO WS-QTD-OPERADORES
                   MOVE WS-QTD-OPERADORES  TO WS-IND-OPR
                   MOVE WS-OPERADOR-ITEM
                                   TO WS-TO-OPERADOR(WS-IND-OPR)
               ELSE
                   MOVE 50             TO WS-IND-OPR
               END-IF
           END-IF.

           ADD 1               TO WS-TO-QTD-FILA(WS-IND-OPR,
                                                 WS-IND-FILA)
                                  WS-TO-QTD-TOTAL(WS-IND-OPR).
      *
       P420-FIM.
      *
       P500-IMPRIME.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                   UNTIL WS-IND-FILA > 4
               MOVE WS-TF-NOME(WS-IND-FILA)    TO WS-DET-NOME
               MOVE WS-TF-LIDOS(WS-IND-FILA)   TO WS-DET-LIDOS
               MOVE WS-TF-MOVIDOS(WS-IND-FILA) TO WS-DET-MOVIDOS
               WRITE REG-REPORT    FROM WS-DET-FILA
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-TITULO-OPR.
           WRITE REG-REPORT    FROM WS-LST-CAB-OPR.

           IF WS-TOT-MOVIDOS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-ITENS
           END-IF.

           PERFORM VARYING WS-IND-OPR FROM 1 BY 1
                   UNTIL WS-IND-OPR > 50
               IF WS-TO-QTD-TOTAL(WS-IND-OPR) > ZEROS
                   IF WS-IND-OPR EQUAL 50
                       MOVE "(OUTROS)"     TO WS-DET-OPERADOR
                   ELSE
                       MOVE WS-TO-OPERADOR(WS-IND-OPR)
                                           TO WS-DET-OPERADOR
                   END-IF
                   PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                           UNTIL WS-IND-FILA > 4
                       MOVE WS-TO-QTD-FILA(WS-IND-OPR, WS-IND-FILA)
                               TO WS-DET-OPR-QTD(WS-IND-FILA)
                   END-PERFORM
                   MOVE WS-TO-QTD-TOTAL(WS-IND-OPR)
                                           TO WS-DET-OPR-TOTAL
                   WRITE REG-REPORT    FROM WS-DET-OPR
               END-IF
           END-PERFORM.

           IF WS-QTD-ERROS > ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-BRANCO
               MOVE WS-QTD-ERROS       TO WS-LST-QTD-ERROS
               WRITE REG-REPORT    FROM WS-LST-ERROS
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P500-FIM.
      *
       P700-RESUMO.
      *
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0088 - RETENCAO " WS-DIAS-RETENCAO
                       " DIAS - ITENS MOVIDOS: " WS-TOT-MOVIDOS
                       " - ERROS: " WS-QTD-ERROS
           ELSE
               DISPLAY "ITENS MOVIDOS PARA O HISTORICO: "
                       WS-TOT-MOVIDOS "  ERROS: " WS-QTD-ERROS
                                               AT 1205
               DISPLAY "RELATORIO GERADO EM SCMO0088.txt"   AT 1305
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
           MOVE "SCMP0088"         TO AUD-PROGRAMA.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE   AUDITORIA
                   SCMO0088.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0088.
