      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: COBRANCA ACIMA DO PRECO DE GONDOLA POR MERCADO - LE
      *          OS EVENTOS GRAVADOS PELO SCMP0911 EM COBRANCA-INDEVIDA
      *          (OPCIONALMENTE SO OS PRECOS DE UM PERIODO) E LISTA, POR
      *          MERCADO, QUANTAS VEZES E QUANTO SE PAGOU A MAIS QUE A
      *          ETIQUETA, QUANTAS FORAM RECLAMADAS, REEMBOLSADAS (E O
      *          VALOR DEVOLVIDO), NEGADAS E AINDA NAO RECLAMADAS. OS
      *          MERCADOS SAEM DO QUE MAIS COBROU A MAIS PARA O QUE
      *          MENOS COBROU
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0448.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT COBRANCA-INDEVIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COBRANCA-INDEVIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-COBRANCA-INDEVIDA
                FILE STATUS    IS WS-FS-COBRANCA.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT SCMO0448     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0448.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD COBRANCA-INDEVIDA.
           COPY "CobrancaIndevida.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD SCMO0448.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-DATA-INICIAL-INF                  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL-INF                    PIC 9(08) VALUE ZEROS.
       77 WS-PARAMETROS-OK                     PIC X(01) VALUE "N".
           88 FLAG-PARAMETROS-OK               VALUE "S".
      *
       01 WS-DATA-EVENTO                       PIC X(08).
       01 WS-DATA-EVENTO-NUM REDEFINES WS-DATA-EVENTO
                                               PIC 9(08).
      *
      *    *========================================================*
      *    * TOTAIS POR MERCADO
      *    *========================================================*
       01 WS-TAB-MERCADO.
           05 WS-TM-ITEM                       OCCURS 200 TIMES.
               10 WS-TM-COD-MERCADO            PIC X(10).
               10 WS-TM-QTD-EVENTOS            PIC 9(05).
               10 WS-TM-VLR-DIFERENCA          PIC 9(10)V99.
               10 WS-TM-QTD-RECLAMADOS         PIC 9(05).
               10 WS-TM-QTD-REEMBOLSADOS       PIC 9(05).
               10 WS-TM-VLR-REEMBOLSO          PIC 9(10)V99.
               10 WS-TM-QTD-NEGADOS            PIC 9(05).
               10 WS-TM-QTD-NAO-RECLAMADOS     PIC 9(05).
       01 WS-TM-TROCA                          PIC X(59).
       77 WS-QTD-MERCADOS                      PIC 9(03) VALUE ZEROS.
       77 WS-IND-MERC                          PIC 9(03) VALUE ZEROS.
       77 WS-IND-MERC-2                        PIC 9(03) VALUE ZEROS.
       77 WS-IND-MERC-MAIOR                    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MERC-IGNORADOS                PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-MERCADO                     PIC X(01) VALUE "N".
           88 FLAG-ACHOU-MERCADO               VALUE "S".
      *
       01 WS-TOTAIS-GERAIS.
           05 WS-TG-QTD-EVENTOS                PIC 9(05) VALUE ZEROS.
           05 WS-TG-VLR-DIFERENCA              PIC 9(10)V99 VALUE ZEROS.
           05 WS-TG-QTD-RECLAMADOS             PIC 9(05) VALUE ZEROS.
           05 WS-TG-QTD-REEMBOLSADOS           PIC 9(05) VALUE ZEROS.
           05 WS-TG-VLR-REEMBOLSO              PIC 9(10)V99 VALUE ZEROS.
           05 WS-TG-QTD-NEGADOS                PIC 9(05) VALUE ZEROS.
           05 WS-TG-QTD-NAO-RECLAMADOS         PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-COBRANCA                       PIC X(02).
           88 WS-FS-COBRANCA-OK                VALUE "00".
           88 WS-FS-COBRANCA-NAO-EXISTE        VALUE "35".
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERCADO-OK                 VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
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
               05 FILLER   PIC X(96) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0448 - ".
               05 FILLER   PIC X(52) VALUE
                       "COBRANCA ACIMA DO PRECO DE GONDOLA POR MERCADO".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "PERIODO DOS PRECOS: ".
               05 WS-CAB-PERIODO
                           PIC X(30).
      *
           03 WS-LST-CAB-DET-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE "MERCADO".
               05 FILLER   PIC X(22) VALUE "DESCRICAO".
               05 FILLER   PIC X(07) VALUE "EVENT".
               05 FILLER   PIC X(14) VALUE "  VLR A MAIS".
               05 FILLER   PIC X(07) VALUE "RECL.".
               05 FILLER   PIC X(07) VALUE "REEMB".
               05 FILLER   PIC X(14) VALUE "  VLR REEMB.".
               05 FILLER   PIC X(07) VALUE " NEG.".
               05 FILLER   PIC X(05) VALUE "N/REC".
      *
           03 WS-LST-CAB-DET-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(10) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(12) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(05) VALUE ALL "-".
      *
           03 WS-DET-MERCADO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-COD-MERCADO   PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESC-MERCADO  PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-EVENTOS   PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-DIFERENCA PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-RECLAMADOS
                                       PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-REEMBOLSADOS
                                       PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-REEMBOLSO PIC Z.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-NEGADOS   PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-QTD-NAO-RECLAMADOS
                                       PIC ZZZZ9.
      *
           03 WS-LST-TEXTO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-TEXTO             PIC X(90) VALUE SPACES.
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

           PERFORM P200-SOLICITA-PARAMETROS THRU P200-FIM.

           IF FLAG-PARAMETROS-OK THEN
               PERFORM P300-PROCESSA THRU P300-FIM
           END-IF.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-COBRANCA-OK   TO  TRUE.

           OPEN INPUT COBRANCA-INDEVIDA.
      *
           IF WS-FS-COBRANCA-NAO-EXISTE THEN
               OPEN OUTPUT COBRANCA-INDEVIDA
               CLOSE COBRANCA-INDEVIDA
               OPEN INPUT COBRANCA-INDEVIDA
           END-IF.
      *
           IF NOT WS-FS-COBRANCA-OK THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO COBRANCA-INDEVIDA. "
                       "FS: " WS-FS-COBRANCA   AT 1505
               ACCEPT WS-PROMPT            AT 1501
               PERFORM P900-FIM
           END-IF.
      *
           OPEN INPUT MERCADO.
      *
           OPEN OUTPUT SCMO0448.
      *
       P100-FIM.
      *
       P200-SOLICITA-PARAMETROS.
      *
           DISPLAY "DATA INICIAL (AAAAMMDD, 0=TODAS): " AT 1005.
           MOVE ZEROS                  TO WS-DATA-INICIAL-INF.
           ACCEPT WS-DATA-INICIAL-INF  AT 1040.
      *
           DISPLAY "DATA FINAL   (AAAAMMDD, 0=TODAS): " AT 1105.
           MOVE ZEROS                  TO WS-DATA-FINAL-INF.
           ACCEPT WS-DATA-FINAL-INF    AT 1140.
      *
           IF WS-DATA-FINAL-INF NOT EQUAL ZEROS
              AND WS-DATA-FINAL-INF < WS-DATA-INICIAL-INF THEN
               DISPLAY "PERIODO INVALIDO - RELATORIO CANCELADO."
                                           AT 1505
               ACCEPT WS-PROMPT            AT 1501
               GO TO P200-FIM
           END-IF.
      *
           SET FLAG-PARAMETROS-OK      TO TRUE.
      *
       P200-FIM.
      *
       P300-PROCESSA.
      *
           INITIALIZE WS-TAB-MERCADO.
           MOVE ZEROS                  TO WS-QTD-MERCADOS
                                          WS-QTD-MERC-IGNORADOS.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
      *
           PERFORM UNTIL FLAG-EOF
               READ COBRANCA-INDEVIDA NEXT RECORD
                   AT END
                       SET FLAG-EOF        TO TRUE
                   NOT AT END
                       PERFORM P310-ACUMULA-EVENTO THRU P310-FIM
               END-READ
           END-PERFORM.
      *
           PERFORM P350-ORDENA-MERCADOS THRU P350-FIM.
      *
           PERFORM P500-GERA-REPORT THRU P500-FIM.
      *
       P300-FIM.
      *
       P310-ACUMULA-EVENTO.
      *
           MOVE DATA-PRECO-COBR        TO WS-DATA-EVENTO.
      *
           IF WS-DATA-INICIAL-INF NOT EQUAL ZEROS
              AND WS-DATA-EVENTO-NUM < WS-DATA-INICIAL-INF THEN
               GO TO P310-FIM
           END-IF.
      *
           IF WS-DATA-FINAL-INF NOT EQUAL ZEROS
              AND WS-DATA-EVENTO-NUM > WS-DATA-FINAL-INF THEN
               GO TO P310-FIM
           END-IF.
      *
           MOVE "N"                    TO WS-ACHOU-MERCADO.
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
                      OR FLAG-ACHOU-MERCADO
               IF WS-TM-COD-MERCADO(WS-IND-MERC) EQUAL
                       FK-COD-MERCADO-COBR
                   SET FLAG-ACHOU-MERCADO TO TRUE
               END-IF
           END-PERFORM.
      *
           IF FLAG-ACHOU-MERCADO THEN
               SUBTRACT 1              FROM WS-IND-MERC
           ELSE
               IF WS-QTD-MERCADOS NOT LESS 200 THEN
                   ADD 1               TO WS-QTD-MERC-IGNORADOS
                   GO TO P310-FIM
               END-IF
               ADD 1                   TO WS-QTD-MERCADOS
               MOVE WS-QTD-MERCADOS    TO WS-IND-MERC
               MOVE FK-COD-MERCADO-COBR
                               TO WS-TM-COD-MERCADO(WS-IND-MERC)
           END-IF.
      *
           ADD 1               TO WS-TM-QTD-EVENTOS(WS-IND-MERC).
           ADD VLR-DIFERENCA-COBR
                               TO WS-TM-VLR-DIFERENCA(WS-IND-MERC).
      *
           EVALUATE TRUE
               WHEN RECLAMACAO-ABERTA
                   ADD 1       TO WS-TM-QTD-RECLAMADOS(WS-IND-MERC)
               WHEN RECLAMACAO-REEMBOLSADA
                   ADD 1       TO WS-TM-QTD-RECLAMADOS(WS-IND-MERC)
                   ADD 1       TO WS-TM-QTD-REEMBOLSADOS(WS-IND-MERC)
                   ADD VLR-REEMBOLSO-COBR
                               TO WS-TM-VLR-REEMBOLSO(WS-IND-MERC)
               WHEN RECLAMACAO-NEGADA
                   ADD 1       TO WS-TM-QTD-RECLAMADOS(WS-IND-MERC)
                   ADD 1       TO WS-TM-QTD-NEGADOS(WS-IND-MERC)
               WHEN OTHER
                   ADD 1       TO WS-TM-QTD-NAO-RECLAMADOS(WS-IND-MERC)
           END-EVALUATE.
      *
       P310-FIM.
      *
       P350-ORDENA-MERCADOS.
      *
      *    *========================================================*
      *    * DO MERCADO QUE MAIS COBROU A MAIS PARA O QUE MENOS COBROU
      *    *========================================================*
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
               MOVE WS-IND-MERC        TO WS-IND-MERC-MAIOR
               PERFORM VARYING WS-IND-MERC-2 FROM WS-IND-MERC BY 1
                       UNTIL WS-IND-MERC-2 > WS-QTD-MERCADOS
                   IF WS-TM-VLR-DIFERENCA(WS-IND-MERC-2) GREATER THAN
                           WS-TM-VLR-DIFERENCA(WS-IND-MERC-MAIOR)
                       MOVE WS-IND-MERC-2 TO WS-IND-MERC-MAIOR
                   END-IF
               END-PERFORM
               IF WS-IND-MERC-MAIOR NOT EQUAL WS-IND-MERC
                   MOVE WS-TM-ITEM(WS-IND-MERC)   TO WS-TM-TROCA
                   MOVE WS-TM-ITEM(WS-IND-MERC-MAIOR)
                                       TO WS-TM-ITEM(WS-IND-MERC)
                   MOVE WS-TM-TROCA
                                   TO WS-TM-ITEM(WS-IND-MERC-MAIOR)
               END-IF
           END-PERFORM.
      *
       P350-FIM.
      *
       P500-GERA-REPORT.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           MOVE SPACES                 TO WS-CAB-PERIODO.
           IF WS-DATA-INICIAL-INF EQUAL ZEROS
              AND WS-DATA-FINAL-INF EQUAL ZEROS THEN
               MOVE "TODOS"            TO WS-CAB-PERIODO
           ELSE
               STRING WS-DATA-INICIAL-INF " A " WS-DATA-FINAL-INF
                   DELIMITED BY SIZE   INTO WS-CAB-PERIODO
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF WS-QTD-MERCADOS EQUAL ZEROS THEN
               MOVE "NENHUMA COBRANCA ACIMA DA GONDOLA NO PERIODO"
                                       TO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               GO TO P500-FIM
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-DET-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-DET-2.
      *
           PERFORM VARYING WS-IND-MERC FROM 1 BY 1
                   UNTIL WS-IND-MERC > WS-QTD-MERCADOS
               PERFORM P510-IMPRIME-MERCADO THRU P510-FIM
           END-PERFORM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-DET-2.
      *
           MOVE SPACES                 TO WS-DET-COD-MERCADO.
           MOVE "TOTAL GERAL"          TO WS-DET-DESC-MERCADO.
           MOVE WS-TG-QTD-EVENTOS      TO WS-DET-QTD-EVENTOS.
           MOVE WS-TG-VLR-DIFERENCA    TO WS-DET-VLR-DIFERENCA.
           MOVE WS-TG-QTD-RECLAMADOS   TO WS-DET-QTD-RECLAMADOS.
           MOVE WS-TG-QTD-REEMBOLSADOS TO WS-DET-QTD-REEMBOLSADOS.
           MOVE WS-TG-VLR-REEMBOLSO    TO WS-DET-VLR-REEMBOLSO.
           MOVE WS-TG-QTD-NEGADOS      TO WS-DET-QTD-NEGADOS.
           MOVE WS-TG-QTD-NAO-RECLAMADOS
                                       TO WS-DET-QTD-NAO-RECLAMADOS.
           WRITE REG-REPORT    FROM WS-DET-MERCADO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF WS-QTD-MERC-IGNORADOS > ZEROS THEN
               MOVE SPACES             TO WS-TEXTO
               STRING "EVENTOS FORA DO RELATORIO (LIMITE DE 200 "
                      "MERCADOS): " WS-QTD-MERC-IGNORADOS
                   DELIMITED BY SIZE   INTO WS-TEXTO
               WRITE REG-REPORT    FROM WS-LST-TEXTO
           END-IF.
      *
       P500-FIM.
      *
       P510-IMPRIME-MERCADO.
      *
           MOVE WS-TM-COD-MERCADO(WS-IND-MERC) TO WS-DET-COD-MERCADO.
      *
           MOVE WS-TM-COD-MERCADO(WS-IND-MERC) TO COD-MERCADO.
           READ MERCADO
               KEY IS COD-MERCADO
                   INVALID KEY
                       MOVE "MERCADO NAO CADASTRADO" TO DESC-MERCADO
           END-READ.
           MOVE DESC-MERCADO           TO WS-DET-DESC-MERCADO.
      *
           MOVE WS-TM-QTD-EVENTOS(WS-IND-MERC)
                                       TO WS-DET-QTD-EVENTOS.
           MOVE WS-TM-VLR-DIFERENCA(WS-IND-MERC)
                                       TO WS-DET-VLR-DIFERENCA.
           MOVE WS-TM-QTD-RECLAMADOS(WS-IND-MERC)
                                       TO WS-DET-QTD-RECLAMADOS.
           MOVE WS-TM-QTD-REEMBOLSADOS(WS-IND-MERC)
                                       TO WS-DET-QTD-REEMBOLSADOS.
           MOVE WS-TM-VLR-REEMBOLSO(WS-IND-MERC)
                                       TO WS-DET-VLR-REEMBOLSO.
           MOVE WS-TM-QTD-NEGADOS(WS-IND-MERC)
                                       TO WS-DET-QTD-NEGADOS.
           MOVE WS-TM-QTD-NAO-RECLAMADOS(WS-IND-MERC)
                                       TO WS-DET-QTD-NAO-RECLAMADOS.
           WRITE REG-REPORT    FROM WS-DET-MERCADO.
      *
           ADD WS-TM-QTD-EVENTOS(WS-IND-MERC)   TO WS-TG-QTD-EVENTOS.
           ADD WS-TM-VLR-DIFERENCA(WS-IND-MERC) TO WS-TG-VLR-DIFERENCA.
           ADD WS-TM-QTD-RECLAMADOS(WS-IND-MERC)
                                       TO WS-TG-QTD-RECLAMADOS.
           ADD WS-TM-QTD-REEMBOLSADOS(WS-IND-MERC)
                                       TO WS-TG-QTD-REEMBOLSADOS.
           ADD WS-TM-VLR-REEMBOLSO(WS-IND-MERC) TO WS-TG-VLR-REEMBOLSO.
           ADD WS-TM-QTD-NEGADOS(WS-IND-MERC)   TO WS-TG-QTD-NEGADOS.
           ADD WS-TM-QTD-NAO-RECLAMADOS(WS-IND-MERC)
                                       TO WS-TG-QTD-NAO-RECLAMADOS.
      *
       P510-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   COBRANCA-INDEVIDA
                   MERCADO
                   SCMO0448.
           GOBACK.
       END PROGRAM SCMP0448.
