      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO DE QUALIDADE DOS PRECOS POR ORIGEM - PARA A
      *          COMPETENCIA INFORMADA, MOSTRA O MIX DOS PRECOS POR
      *          ORIGEM DE CAPTURA (DIGITADO NO SCMP0310, CARGA DO
      *          SCMP0300, CUPOM NFC-E VIA SCMP0305, AJUSTE EM LOTE DO
      *          SCMP0380 E NAO INFORMADA PARA PRECOS ANTIGOS), EM
      *          QUANTIDADE E EM VALOR, E A TAXA DE ERRO DE CADA ORIGEM:
      *          CORRECOES FEITAS PELO SCMP0320 NOS PRECOS DA
      *          COMPETENCIA MAIS DEVOLUCOES COM MOTIVO PE (PRECO
      *          ERRADO) REGISTRADAS NA COMPETENCIA, SOBRE A QUANTIDADE
      *          DE PRECOS DA ORIGEM. EM SEGUIDA LISTA AS EXECUCOES
      *          (CARGAS, SESSOES DE DIGITACAO E AJUSTES) QUE GRAVARAM
      *          PRECOS DA COMPETENCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0446.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT DEVOLUCAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DEVOLUCAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-DEVOLUCAO
                FILE STATUS    IS WS-FS-DEVOLUCAO.
      *
           SELECT SCMO0446     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0446.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD DEVOLUCAO.
           COPY "Devolucao.cpy".
      *
       FD SCMO0446.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
      *    *========================================================*
      *    * UMA LINHA POR ORIGEM - A ULTIMA (NAO INFORMADA) RECEBE
      *    * TAMBEM QUALQUER CODIGO FORA DA LISTA
      *    *========================================================*
       01 WS-TAB-ORIGEM-VALORES.
           05 FILLER PIC X(21) VALUE "DDIGITADO (SCMP0310)".
           05 FILLER PIC X(21) VALUE "CCARGA (SCMP0300)".
           05 FILLER PIC X(21) VALUE "NCUPOM NFC-E".
           05 FILLER PIC X(21) VALUE "AAJUSTE LOTE (0380)".
           05 FILLER PIC X(21) VALUE " NAO INFORMADA".
       01 WS-TAB-ORIGEM-DEF REDEFINES WS-TAB-ORIGEM-VALORES.
           05 WS-TAB-ORIGEM-DEF-ITEM OCCURS 5 TIMES.
               10 WS-DEF-COD-ORIGEM            PIC X(01).
               10 WS-DEF-DESC-ORIGEM           PIC X(20).
      *
       01 WS-TAB-ORIGEM OCCURS 5 TIMES.
           05 WS-TAB-QTD-PRECOS                PIC 9(07).
           05 WS-TAB-VLR-PRECOS                PIC 9(13)V99.
           05 WS-TAB-QTD-CORRECOES             PIC 9(07).
           05 WS-TAB-QTD-DEVOL-PE              PIC 9(07).
           05 WS-TAB-QTD-EXECUCOES             PIC 9(05).
      *
       77 WS-QTD-ORIGENS                       PIC 9(01) VALUE 5.
       77 WS-IND-ORIGEM                        PIC 9(01) VALUE ZEROS.
       77 WS-COD-ORIGEM-BUSCA                  PIC X(01) VALUE SPACES.
      *
      *    *========================================================*
      *    * EXECUCOES DISTINTAS DA COMPETENCIA (EXECUCAO ZERO = PRECO
      *    * SEM IDENTIFICADOR, NAO ENTRA NA LISTA)
      *    *========================================================*
       01 WS-TAB-EXECUCAO OCCURS 300 TIMES.
           05 WS-TAB-ID-EXECUCAO               PIC 9(16).
           05 WS-TAB-ORIGEM-EXECUCAO           PIC 9(01).
           05 WS-TAB-QTD-EXECUCAO              PIC 9(07).
           05 WS-TAB-VLR-EXECUCAO              PIC 9(13)V99.
      *
       77 WS-QTD-EXECUCOES                     PIC 9(03) VALUE ZEROS.
       77 WS-MAX-EXECUCOES                     PIC 9(03) VALUE 300.
       77 WS-IND-EXECUCAO                      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EXEC-EXCEDENTES               PIC 9(07) VALUE ZEROS.
      *
       01 WS-ID-EXECUCAO-EDICAO.
           05 WS-ID-EXEC-AAAA                  PIC 9(04).
           05 WS-ID-EXEC-MM                    PIC 9(02).
           05 WS-ID-EXEC-DD                    PIC 9(02).
           05 WS-ID-EXEC-HH                    PIC 9(02).
           05 WS-ID-EXEC-MI                    PIC 9(02).
           05 WS-ID-EXEC-SS                    PIC 9(02).
           05 WS-ID-EXEC-CC                    PIC 9(02).
       01 WS-ID-EXECUCAO-EDICAO-NUM REDEFINES WS-ID-EXECUCAO-EDICAO
                                               PIC 9(16).
      *
       77 WS-VLR-COMPRA                     PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-CALC                        PIC 9(03)V99 VALUE ZEROS.
       77 WS-TAXA-CALC                       PIC 9(05)V99 VALUE ZEROS.
      *
       01 WS-TOTAIS.
           05 WS-TOT-QTD                       PIC 9(07) VALUE ZEROS.
           05 WS-TOT-VLR                    PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-CORRECOES                 PIC 9(07) VALUE ZEROS.
           05 WS-TOT-DEVOL-PE                  PIC 9(07) VALUE ZEROS.
           05 WS-QTD-MOEDA-ESTRANG             PIC 9(07) VALUE ZEROS.
           05 WS-QTD-DEVOL-PE-SEM-ORIGEM       PIC 9(07) VALUE ZEROS.
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
           88 WS-FS-PRC-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-DEVOLUCAO                      PIC X(02).
           88 WS-FS-DEV-OK                     VALUE "00".
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
       01 WS-DATA-DEV-TRAB.
           05 WS-AAAA-DEV                      PIC 9(04).
           05 WS-MM-DEV                        PIC 9(02).
           05 WS-DD-DEV                        PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0446 - ".
               05 FILLER   PIC X(37) VALUE
                       "QUALIDADE DOS PRECOS POR ORIGEM - ".
               05 WS-CAB-MM-COMPETENCIA
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-AAAA-COMPETENCIA
                           PIC 9(04).
               05 FILLER   PIC X(16) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(21) VALUE "ORIGEM".
               05 FILLER               PIC X(09) VALUE " PRECOS".
               05 FILLER               PIC X(08) VALUE "  % QTD".
               05 FILLER               PIC X(18) VALUE
                                               "           VALOR".
               05 FILLER               PIC X(08) VALUE "  % VLR".
               05 FILLER               PIC X(09) VALUE "  CORREC".
               05 FILLER               PIC X(09) VALUE " DEVOL PE".
               05 FILLER               PIC X(09) VALUE "  % ERRO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ORIGEM        PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-QTD           PIC ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT-QTD       PIC ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT-VLR       PIC ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CORRECOES     PIC ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DEVOL-PE      PIC ZZZ.ZZ9.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-TAXA-ERRO     PIC ZZ.ZZ9,99.
      *
           03 WS-LST-CAB-EXEC.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "EXECUCOES QUE GRAVARAM PRECOS DA COMPETENCIA".
      *
           03 WS-LST-CAB-EXEC-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(18) VALUE "EXECUCAO".
               05 FILLER               PIC X(21) VALUE
                                               "INICIO".
               05 FILLER               PIC X(21) VALUE "ORIGEM".
               05 FILLER               PIC X(09) VALUE " PRECOS".
               05 FILLER               PIC X(18) VALUE
                                               "           VALOR".
      *
           03 WS-DET-EXECUCAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-EXEC-ID           PIC 9(16) VALUE ZEROS.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-EXEC-DD           PIC 9(02) VALUE ZEROS.
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-EXEC-MM           PIC 9(02) VALUE ZEROS.
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-EXEC-AAAA         PIC 9(04) VALUE ZEROS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-EXEC-HH           PIC 9(02) VALUE ZEROS.
               05 FILLER               PIC X(01) VALUE ":".
               05 WS-EXEC-MI           PIC 9(02) VALUE ZEROS.
               05 FILLER               PIC X(01) VALUE ":".
               05 WS-EXEC-SS           PIC 9(02) VALUE ZEROS.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-EXEC-ORIGEM       PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-EXEC-QTD          PIC ZZZ.ZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-EXEC-VLR          PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-SEM-PRECOS.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUM PRECO NA COMPETENCIA".
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZ.ZZ9.
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

           PERFORM P300-APURA-PRECOS THRU P300-FIM.

           PERFORM P400-APURA-DEVOLUCOES THRU P400-FIM.

           PERFORM P500-IMPRIME THRU P500-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0446.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           OPEN INPUT PRC-PRODUTO.

           IF WS-FS-PRC-NAO-EXISTE THEN
               DISPLAY "NENHUM PRECO DE PRODUTO CADASTRADO"    AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT DEVOLUCAO.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM, ZEROS = ATUAL): "
                                               AT 1005.
           MOVE ZEROS                  TO WS-COMPETENCIA-INF.
           ACCEPT WS-COMPETENCIA-INF   AT 1056.

           IF WS-COMPETENCIA-INF EQUAL ZEROS THEN
               MOVE WS-AAAA-CORRENTE   TO WS-AAAA-COMPETENCIA
               MOVE WS-MM-CORRENTE     TO WS-MM-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-INF TO WS-COMPETENCIA-NUM
           END-IF.

           IF WS-MM-COMPETENCIA < 01 OR WS-MM-COMPETENCIA > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA"  AT 1205
               ACCEPT WS-PROMPT                AT 1240
               PERFORM P900-FIM
           END-IF.

           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                     UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
               INITIALIZE WS-TAB-ORIGEM(WS-IND-ORIGEM)
           END-PERFORM.

           OPEN OUTPUT SCMO0446.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
           MOVE WS-MM-COMPETENCIA      TO WS-CAB-MM-COMPETENCIA.
           MOVE WS-AAAA-COMPETENCIA    TO WS-CAB-AAAA-COMPETENCIA.
      *
       P100-FIM.
      *
       P300-APURA-PRECOS.
      *
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ANO-PRECO EQUAL WS-AAAA-COMPETENCIA
                          AND MES-PRECO EQUAL WS-MM-COMPETENCIA
                           PERFORM P310-ACUMULA-PRECO THRU P310-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-ACUMULA-PRECO.
      *
      *    *========================================================*
      *    * O MIX CONTA TODOS OS PRECOS; O VALOR SO OS EM REAIS
      *    * (PRECO EFETIVO OU, NA FALTA DELE, O PRECO)
      *    *========================================================*
           MOVE ORIGEM-CAPTURA         TO WS-COD-ORIGEM-BUSCA.
           PERFORM P320-LOCALIZA-ORIGEM THRU P320-FIM.

           MOVE ZEROS                  TO WS-VLR-COMPRA.
           IF COD-MOEDA NOT EQUAL "BRL" AND SPACES THEN
               ADD 1                   TO WS-QTD-MOEDA-ESTRANG
           ELSE
               IF VLR-PRECO-EFETIVO > ZEROS THEN
                   MOVE VLR-PRECO-EFETIVO  TO WS-VLR-COMPRA
               ELSE
                   MOVE VLR-PRECO          TO WS-VLR-COMPRA
               END-IF
           END-IF.

           ADD 1                  TO WS-TAB-QTD-PRECOS(WS-IND-ORIGEM)
                                     WS-TOT-QTD.
           ADD WS-VLR-COMPRA      TO WS-TAB-VLR-PRECOS(WS-IND-ORIGEM)
                                     WS-TOT-VLR.

           IF QTD-CORRECOES NUMERIC THEN
               ADD QTD-CORRECOES  TO WS-TAB-QTD-CORRECOES(WS-IND-ORIGEM)
                                     WS-TOT-CORRECOES
           END-IF.

           IF ID-EXECUCAO-CAPTURA NUMERIC
              AND ID-EXECUCAO-CAPTURA > ZEROS THEN
               PERFORM P330-ACUMULA-EXECUCAO THRU P330-FIM
           END-IF.
      *
       P310-FIM.
      *
       P320-LOCALIZA-ORIGEM.
      *
           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                     UNTIL WS-IND-ORIGEM >= WS-QTD-ORIGENS
                        OR WS-DEF-COD-ORIGEM(WS-IND-ORIGEM) EQUAL
                                               WS-COD-ORIGEM-BUSCA
               CONTINUE
           END-PERFORM.
      *
       P320-FIM.
      *
       P330-ACUMULA-EXECUCAO.
      *
           PERFORM VARYING WS-IND-EXECUCAO FROM 1 BY 1
                     UNTIL WS-IND-EXECUCAO > WS-QTD-EXECUCOES
                        OR WS-TAB-ID-EXECUCAO(WS-IND-EXECUCAO) EQUAL
                                               ID-EXECUCAO-CAPTURA
               CONTINUE
           END-PERFORM.

           IF WS-IND-EXECUCAO > WS-QTD-EXECUCOES THEN
               IF WS-QTD-EXECUCOES >= WS-MAX-EXECUCOES THEN
                   ADD 1               TO WS-QTD-EXEC-EXCEDENTES
                   GO TO P330-FIM
               END-IF
               ADD 1                   TO WS-QTD-EXECUCOES
               MOVE WS-QTD-EXECUCOES   TO WS-IND-EXECUCAO
               INITIALIZE WS-TAB-EXECUCAO(WS-IND-EXECUCAO)
               MOVE ID-EXECUCAO-CAPTURA
                           TO WS-TAB-ID-EXECUCAO(WS-IND-EXECUCAO)
               MOVE WS-IND-ORIGEM
                           TO WS-TAB-ORIGEM-EXECUCAO(WS-IND-EXECUCAO)
               ADD 1       TO WS-TAB-QTD-EXECUCOES(WS-IND-ORIGEM)
           END-IF.

           ADD 1              TO WS-TAB-QTD-EXECUCAO(WS-IND-EXECUCAO).
           ADD WS-VLR-COMPRA  TO WS-TAB-VLR-EXECUCAO(WS-IND-EXECUCAO).
      *
       P330-FIM.
      *
       P400-APURA-DEVOLUCOES.
      *
      *    *========================================================*
      *    * DEVOLUCOES COM MOTIVO PE REGISTRADAS NA COMPETENCIA, NA
      *    * ORIGEM DO PRECO DEVOLVIDO; AS GRAVADAS ANTES DE A ORIGEM
      *    * SER GUARDADA CAEM EM NAO INFORMADA
      *    *========================================================*
           IF NOT WS-FS-DEV-OK THEN
               GO TO P400-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ DEVOLUCAO
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE DATA-DEVOLUCAO TO WS-DATA-DEV-TRAB
                       IF MOTIVO-DEV-PRECO-ERRADO
                          AND WS-AAAA-DEV EQUAL WS-AAAA-COMPETENCIA
                          AND WS-MM-DEV EQUAL WS-MM-COMPETENCIA
                           PERFORM P410-ACUMULA-DEVOLUCAO
                                               THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P400-FIM.
      *
       P410-ACUMULA-DEVOLUCAO.
      *
           MOVE ORIGEM-CAPTURA-DEV     TO WS-COD-ORIGEM-BUSCA.
           PERFORM P320-LOCALIZA-ORIGEM THRU P320-FIM.

           IF WS-IND-ORIGEM EQUAL WS-QTD-ORIGENS THEN
               ADD 1                   TO WS-QTD-DEVOL-PE-SEM-ORIGEM
           END-IF.

           ADD 1                  TO WS-TAB-QTD-DEVOL-PE(WS-IND-ORIGEM)
                                     WS-TOT-DEVOL-PE.
      *
       P410-FIM.
      *
       P500-IMPRIME.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           IF WS-TOT-QTD EQUAL ZEROS
              AND WS-TOT-DEVOL-PE EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-PRECOS
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               GO TO P500-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                     UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
               IF WS-TAB-QTD-PRECOS(WS-IND-ORIGEM) > ZEROS
                  OR WS-TAB-QTD-DEVOL-PE(WS-IND-ORIGEM) > ZEROS
                   PERFORM P510-IMPRIME-ORIGEM THRU P510-FIM
               END-IF
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           PERFORM P520-IMPRIME-TOTAL THRU P520-FIM.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.

           IF WS-QTD-EXECUCOES > ZEROS THEN
               PERFORM P540-IMPRIME-EXECUCOES THRU P540-FIM
           END-IF.

           PERFORM P530-IMPRIME-RESUMO THRU P530-FIM.
      *
       P500-FIM.
      *
       P510-IMPRIME-ORIGEM.
      *
           MOVE WS-DEF-DESC-ORIGEM(WS-IND-ORIGEM)  TO WS-DET-ORIGEM.
           MOVE WS-TAB-QTD-PRECOS(WS-IND-ORIGEM)   TO WS-DET-QTD.
           MOVE WS-TAB-VLR-PRECOS(WS-IND-ORIGEM)   TO WS-DET-VLR.
           MOVE WS-TAB-QTD-CORRECOES(WS-IND-ORIGEM)
                                                   TO WS-DET-CORRECOES.
           MOVE WS-TAB-QTD-DEVOL-PE(WS-IND-ORIGEM) TO WS-DET-DEVOL-PE.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-QTD > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-QTD-PRECOS(WS-IND-ORIGEM) * 100 / WS-TOT-QTD
           END-IF.
           MOVE WS-PCT-CALC            TO WS-DET-PCT-QTD.

           MOVE ZEROS                  TO WS-PCT-CALC.
           IF WS-TOT-VLR > ZEROS THEN
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-TAB-VLR-PRECOS(WS-IND-ORIGEM) * 100 / WS-TOT-VLR
           END-IF.
           MOVE WS-PCT-CALC            TO WS-DET-PCT-VLR.

      *    TAXA DE ERRO = (CORRECOES + DEVOLUCOES PE) / PRECOS
           MOVE ZEROS                  TO WS-TAXA-CALC.
           IF WS-TAB-QTD-PRECOS(WS-IND-ORIGEM) > ZEROS THEN
               COMPUTE WS-TAXA-CALC ROUNDED =
                   (WS-TAB-QTD-CORRECOES(WS-IND-ORIGEM)
                  + WS-TAB-QTD-DEVOL-PE(WS-IND-ORIGEM)) * 100
                   / WS-TAB-QTD-PRECOS(WS-IND-ORIGEM)
           END-IF.
           MOVE WS-TAXA-CALC           TO WS-DET-TAXA-ERRO.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P510-FIM.
      *
       P520-IMPRIME-TOTAL.
      *
           MOVE "TOTAL"                TO WS-DET-ORIGEM.
           MOVE WS-TOT-QTD             TO WS-DET-QTD.
           MOVE WS-TOT-VLR             TO WS-DET-VLR.
           MOVE WS-TOT-CORRECOES       TO WS-DET-CORRECOES.
           MOVE WS-TOT-DEVOL-PE        TO WS-DET-DEVOL-PE.
           MOVE 100                    TO WS-DET-PCT-QTD
                                          WS-DET-PCT-VLR.

           MOVE ZEROS                  TO WS-TAXA-CALC.
           IF WS-TOT-QTD > ZEROS THEN
               COMPUTE WS-TAXA-CALC ROUNDED =
                   (WS-TOT-CORRECOES + WS-TOT-DEVOL-PE) * 100
                   / WS-TOT-QTD
           END-IF.
           MOVE WS-TAXA-CALC           TO WS-DET-TAXA-ERRO.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P520-FIM.
      *
       P530-IMPRIME-RESUMO.
      *
           MOVE "EXECUCOES IDENTIFICADAS NA COMPETENCIA.....: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-EXECUCOES       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS DE EXECUCOES ALEM DO LIMITE DA LISTA: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-EXEC-EXCEDENTES TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "DEVOLUCOES PE SEM ORIGEM GRAVADA...........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-DEVOL-PE-SEM-ORIGEM TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS EM MOEDA ESTRANGEIRA (SEM VALOR)....: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-MOEDA-ESTRANG   TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P530-FIM.
      *
       P540-IMPRIME-EXECUCOES.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-EXEC.
           WRITE REG-REPORT    FROM WS-LST-CAB-EXEC-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-EXECUCAO FROM 1 BY 1
                     UNTIL WS-IND-EXECUCAO > WS-QTD-EXECUCOES
               MOVE WS-TAB-ID-EXECUCAO(WS-IND-EXECUCAO)
                                       TO WS-EXEC-ID
                                          WS-ID-EXECUCAO-EDICAO-NUM
               MOVE WS-ID-EXEC-DD      TO WS-EXEC-DD
               MOVE WS-ID-EXEC-MM      TO WS-EXEC-MM
               MOVE WS-ID-EXEC-AAAA    TO WS-EXEC-AAAA
               MOVE WS-ID-EXEC-HH      TO WS-EXEC-HH
               MOVE WS-ID-EXEC-MI      TO WS-EXEC-MI
               MOVE WS-ID-EXEC-SS      TO WS-EXEC-SS
               MOVE WS-DEF-DESC-ORIGEM(
                       WS-TAB-ORIGEM-EXECUCAO(WS-IND-EXECUCAO))
                                       TO WS-EXEC-ORIGEM
               MOVE WS-TAB-QTD-EXECUCAO(WS-IND-EXECUCAO)
                                       TO WS-EXEC-QTD
               MOVE WS-TAB-VLR-EXECUCAO(WS-IND-EXECUCAO)
                                       TO WS-EXEC-VLR
               WRITE REG-REPORT    FROM WS-DET-EXECUCAO
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
      *
       P540-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   DEVOLUCAO
                   SCMO0446.
           GOBACK.
       END PROGRAM SCMP0446.
