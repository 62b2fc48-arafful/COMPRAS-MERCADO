      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE FIDELIDADE / CASHBACK POR REDE -
      *          SALDO NO FIM DA COMPETENCIA (EM PONTOS E EM R$),
      *          VALOR GANHO X VALOR RESGATADO NO MES, PONTOS QUE
      *          VENCEM NA COMPETENCIA OU NAS DUAS SEGUINTES E O
      *          INDICE DE PRECO EFETIVO (100 = SEM RETORNO; 97,50 =
      *          AS COMPRAS SAIRAM 2,5% MAIS BARATAS COM O CASHBACK).
      *          OS RESGATES CONSOMEM PRIMEIRO OS ACUMULOS MAIS
      *          ANTIGOS; O QUE SOBRA DE UM ACUMULO VENCIDO EXPIROU
      * Mod: 15/10/2026 - a janela de aviso de vencimento (meses apos
      *      a competencia) passa a vir do parametro PTSMESES
      *      (SCMP0082), padrao 2
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0612.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-PROGRAMA.
      *
           SELECT FIDELIDADE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FIDELIDADE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-FIDELIDADE-MOV
                FILE STATUS    IS WS-FS-MOV.
      *
           SELECT SCMO0612     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0612.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
      *
       FD FIDELIDADE-MOV.
           COPY "FidelidadeMov.cpy".
      *
       FD SCMO0612.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-COMPETENCIA-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA.
           05 WS-AAAA-COMPETENCIA              PIC 9(04).
           05 WS-MM-COMPETENCIA                PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      *
      *    ULTIMA COMPETENCIA DA JANELA DE AVISO DE VENCIMENTO
       01 WS-COMPETENCIA-AVISO.
           05 WS-AAAA-AVISO                    PIC 9(04).
           05 WS-MM-AVISO                      PIC 9(02).
       01 WS-COMPETENCIA-AVISO-NUM REDEFINES WS-COMPETENCIA-AVISO
                                               PIC 9(06).
       77 WS-MESES-AVISO                       PIC 9(02) VALUE 2.
       77 WS-TOTAL-MESES                       PIC 9(06) VALUE ZEROS.
      *
       77 WS-DATA-LIMITE                       PIC 9(08) VALUE ZEROS.
      *
      *    *========================================================*
      *    * POSICAO DA REDE NA COMPETENCIA
      *    *========================================================*
       77 WS-TOT-RESGATADO                   PIC 9(11)V99 VALUE ZEROS.
       77 WS-A-CONSUMIR                      PIC 9(11)V99 VALUE ZEROS.
       77 WS-RESTANTE-ACUMULO                PIC 9(11)V99 VALUE ZEROS.
       77 WS-PONTOS-EXPIRADOS                PIC 9(11)V99 VALUE ZEROS.
       77 WS-PONTOS-A-VENCER                 PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-PONTOS                   PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-RS                       PIC S9(11)V99 VALUE ZEROS.
       77 WS-GANHO-MES-RS                    PIC 9(11)V99 VALUE ZEROS.
       77 WS-RESGATE-MES-RS                  PIC 9(11)V99 VALUE ZEROS.
       77 WS-COMPRAS-MES                     PIC 9(13)V99 VALUE ZEROS.
       77 WS-INDICE-EFETIVO                   PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-RETORNO                   PIC 9(05)V9999 VALUE ZEROS.
      *
       01 WS-TOTAIS-GERAIS.
           05 WS-TOT-SALDO-RS               PIC S9(13)V99 VALUE ZEROS.
           05 WS-TOT-GANHO-RS                PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-RESGATE-RS              PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-COMPRAS                 PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOT-QTD-REDES                 PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-PROGRAMA                       PIC X(02).
           88 WS-FS-PROGRAMA-OK                VALUE "00".
           88 WS-FS-PROGRAMA-NAO-EXISTE        VALUE "35".
      *
       77 WS-FS-MOV                            PIC X(02).
           88 WS-FS-MOV-OK                     VALUE "00".
           88 WS-FS-MOV-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-PROGRAMA                      PIC X(01) VALUE "N".
           88 FLAG-EOF-PROGRAMA                VALUE "S".
      *
       77 WS-FIM-MOV                           PIC X(01) VALUE "N".
           88 FLAG-FIM-MOV                     VALUE "S".
      *
       77 WS-SEM-EXTRATO                       PIC X(01) VALUE "N".
           88 FLAG-SEM-EXTRATO                 VALUE "S".
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
               05 FILLER   PIC X(116) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0612 - ".
               05 FILLER   PIC X(52) VALUE
                       "FIDELIDADE / CASHBACK POR REDE - COMPETENCIA ".
               05 WS-CAB-COMPETENCIA
                           PIC X(07) VALUE SPACES.
               05 FILLER   PIC X(26) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE "REDE".
               05 FILLER               PIC X(05) VALUE "TIPO".
               05 FILLER               PIC X(17) VALUE
                                               "   SALDO PTS/R$".
               05 FILLER               PIC X(16) VALUE
                                               "   SALDO EM R$".
               05 FILLER               PIC X(15) VALUE
                                               "  GANHO MES R$".
               05 FILLER               PIC X(15) VALUE
                                               " RESGATE MES R$".
               05 FILLER               PIC X(16) VALUE
                                               "  A VENCER PTS".
               05 FILLER               PIC X(08) VALUE "  INDICE".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-REDE          PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-TIPO          PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SALDO-PONTOS  PIC -ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SALDO-RS      PIC -ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-GANHO-RS      PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-RESGATE-RS    PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-A-VENCER      PIC ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-INDICE        PIC ZZ9,99.
               05 WS-DET-IND-NOMINAL   PIC X(01) VALUE SPACES.
      *
           03 WS-DET-REPORT-2.
               05 FILLER               PIC X(06) VALUE SPACES.
               05 WS-DET-NOME-PROGRAMA PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(15) VALUE
                                               " COMPRAS MES: ".
               05 WS-DET-COMPRAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(14) VALUE
                                               "  EXPIRADOS: ".
               05 WS-DET-EXPIRADOS     PIC ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUM PROGRAMA DE FIDELIDADE CADASTRADO".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "REDES COM PROGRAMA..........: ".
               05 WS-FIN-QTD-REDES     PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "SALDO TOTAL EM R$...........: ".
               05 WS-FIN-SALDO-RS      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "GANHO NO MES EM R$..........: ".
               05 WS-FIN-GANHO-RS      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-4.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "RESGATADO NO MES EM R$......: ".
               05 WS-FIN-RESGATE-RS    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "COMPRAS NO MES NAS REDES....: ".
               05 WS-FIN-COMPRAS       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           03 WS-LST-FINAL-6.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "INDICE EFETIVO GERAL........: ".
               05 WS-FIN-INDICE        PIC ZZ9,99.
      *
           03 WS-LST-FINAL-7.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(70) VALUE
                   "* INDICE NOMINAL DO PROGRAMA (SEM COMPRAS NA COMPETE
      -            "NCIA)".
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

           PERFORM P300-LISTA THRU P300-FIM.

           DISPLAY "RELATORIO GERADO EM SCMO0612.txt"   AT 1605.
           ACCEPT WS-PROMPT    AT 1650.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           PERFORM P105-LE-PARAMETROS THRU P105-FIM.

           OPEN INPUT PROGRAMA-FIDELIDADE.

           IF WS-FS-PROGRAMA-NAO-EXISTE THEN
               DISPLAY "NENHUM PROGRAMA DE FIDELIDADE CADASTRADO"
                                                               AT 1505
               ACCEPT WS-PROMPT        AT 1550
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT FIDELIDADE-MOV.

           IF WS-FS-MOV-NAO-EXISTE THEN
               SET FLAG-SEM-EXTRATO    TO TRUE
           END-IF.

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

      *    DIA 31 SERVE PARA QUALQUER MES - A COMPARACAO E NUMERICA
           COMPUTE WS-DATA-LIMITE = WS-COMPETENCIA-NUM * 100 + 31.

           COMPUTE WS-TOTAL-MESES = WS-AAAA-COMPETENCIA * 12
                                  + WS-MM-COMPETENCIA - 1
                                  + WS-MESES-AVISO.
           DIVIDE WS-TOTAL-MESES BY 12
               GIVING WS-AAAA-AVISO
               REMAINDER WS-MM-AVISO.
           ADD 1                       TO WS-MM-AVISO.

           OPEN OUTPUT SCMO0612.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           STRING  WS-MM-COMPETENCIA "/"
                   WS-AAAA-COMPETENCIA INTO    WS-CAB-COMPETENCIA.
      *
       P100-FIM.
      *
       P105-LE-PARAMETROS.
      *
           MOVE "PTSMESES"             TO LPR-COD-PARAMETRO.
           MOVE WS-MESES-AVISO         TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-MESES-AVISO.
      *
       P105-FIM.
      *
       P300-LISTA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-PROGRAMA.

           PERFORM UNTIL FLAG-EOF-PROGRAMA
               READ PROGRAMA-FIDELIDADE
                   AT END
                       SET FLAG-EOF-PROGRAMA TO TRUE
                   NOT AT END
                       PERFORM P400-APURA-REDE THRU P400-FIM
                       PERFORM P420-IMPRIME-REDE THRU P420-FIM
               END-READ
           END-PERFORM.

           IF WS-TOT-QTD-REDES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               PERFORM P490-IMPRIME-RESUMO THRU P490-FIM
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P300-FIM.
      *
      *    *========================================================*
      *    * 1A. PASSADA: RESGATES ATE O FIM DA COMPETENCIA E OS
      *    * VALORES DO MES; 2A. PASSADA: CONSOME OS ACUMULOS DO
      *    * MAIS ANTIGO PARA O MAIS NOVO (FIFO)
      *    *========================================================*
       P400-APURA-REDE.
      *
           MOVE ZEROS                  TO WS-TOT-RESGATADO
                                          WS-PONTOS-EXPIRADOS
                                          WS-PONTOS-A-VENCER
                                          WS-SALDO-PONTOS
                                          WS-GANHO-MES-RS
                                          WS-RESGATE-MES-RS
                                          WS-COMPRAS-MES.

           IF FLAG-SEM-EXTRATO THEN
               GO TO P400-FIM
           END-IF.

           PERFORM P410-POSICIONA-REDE THRU P410-FIM.

           PERFORM UNTIL FLAG-FIM-MOV
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF REDE-FIDELIDADE-MOV NOT EQUAL
                                               REDE-FIDELIDADE
                           SET FLAG-FIM-MOV    TO TRUE
                       ELSE
                           PERFORM P430-SOMA-MOVIMENTO THRU P430-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TOT-RESGATADO       TO WS-A-CONSUMIR.

           PERFORM P410-POSICIONA-REDE THRU P410-FIM.

           PERFORM UNTIL FLAG-FIM-MOV
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-FIM-MOV    TO TRUE
                   NOT AT END
                       IF REDE-FIDELIDADE-MOV NOT EQUAL
                                               REDE-FIDELIDADE
                           SET FLAG-FIM-MOV    TO TRUE
                       ELSE
                           IF MOV-ACUMULO AND
                              DATA-FIDELIDADE-MOV <= WS-DATA-LIMITE
                               PERFORM P440-CONSOME-ACUMULO
                                  THRU P440-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    RESGATE SEM ACUMULO CORRESPONDENTE REDUZ O SALDO
           SUBTRACT WS-A-CONSUMIR      FROM WS-SALDO-PONTOS.
      *
       P400-FIM.
      *
       P410-POSICIONA-REDE.
      *
           MOVE "N"                    TO WS-FIM-MOV.
           MOVE REDE-FIDELIDADE        TO REDE-FIDELIDADE-MOV.
           MOVE ZEROS                  TO DATA-FIDELIDADE-MOV
                                          SEQ-FIDELIDADE-MOV.

           START FIDELIDADE-MOV KEY IS NOT LESS THAN
                                               CHAVE-FIDELIDADE-MOV
               INVALID KEY
                   SET FLAG-FIM-MOV    TO TRUE
           END-START.
      *
       P410-FIM.
      *
       P420-IMPRIME-REDE.
      *
           COMPUTE WS-SALDO-RS ROUNDED =
                   WS-SALDO-PONTOS * VLR-RESGATE-FIDELIDADE.

      *    *========================================================*
      *    * INDICE EFETIVO = 100 X (COMPRAS - RETORNO) / COMPRAS.
      *    * SEM COMPRAS NO MES VALE A TAXA NOMINAL DO PROGRAMA
      *    *========================================================*
           MOVE SPACES                 TO WS-DET-IND-NOMINAL.
           IF WS-COMPRAS-MES > ZEROS
              AND WS-GANHO-MES-RS NOT > WS-COMPRAS-MES THEN
               COMPUTE WS-INDICE-EFETIVO ROUNDED =
                   (WS-COMPRAS-MES - WS-GANHO-MES-RS) * 100
                   / WS-COMPRAS-MES
           ELSE
               IF PROGRAMA-CASHBACK THEN
                   COMPUTE WS-PCT-RETORNO =
                           TAXA-ACUMULO-FIDELIDADE
               ELSE
                   COMPUTE WS-PCT-RETORNO =
                           TAXA-ACUMULO-FIDELIDADE
                         * VLR-RESGATE-FIDELIDADE * 100
               END-IF
               IF WS-PCT-RETORNO > 100 THEN
                   MOVE 100            TO WS-PCT-RETORNO
               END-IF
               COMPUTE WS-INDICE-EFETIVO ROUNDED =
                       100 - WS-PCT-RETORNO
               MOVE "*"                TO WS-DET-IND-NOMINAL
           END-IF.

           MOVE REDE-FIDELIDADE        TO WS-DET-REDE.
           IF PROGRAMA-CASHBACK THEN
               MOVE "CSH"              TO WS-DET-TIPO
           ELSE
               MOVE "PTS"              TO WS-DET-TIPO
           END-IF.
           MOVE WS-SALDO-PONTOS        TO WS-DET-SALDO-PONTOS.
           MOVE WS-SALDO-RS            TO WS-DET-SALDO-RS.
           MOVE WS-GANHO-MES-RS        TO WS-DET-GANHO-RS.
           MOVE WS-RESGATE-MES-RS      TO WS-DET-RESGATE-RS.
           MOVE WS-PONTOS-A-VENCER     TO WS-DET-A-VENCER.
           MOVE WS-INDICE-EFETIVO      TO WS-DET-INDICE.

           MOVE NOME-PROGRAMA-FIDELIDADE TO WS-DET-NOME-PROGRAMA.
           MOVE WS-COMPRAS-MES         TO WS-DET-COMPRAS.
           MOVE WS-PONTOS-EXPIRADOS    TO WS-DET-EXPIRADOS.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
           WRITE REG-REPORT    FROM WS-DET-REPORT-2.

           ADD 1                       TO WS-TOT-QTD-REDES.
           ADD WS-SALDO-RS             TO WS-TOT-SALDO-RS.
           ADD WS-GANHO-MES-RS         TO WS-TOT-GANHO-RS.
           ADD WS-RESGATE-MES-RS       TO WS-TOT-RESGATE-RS.
           ADD WS-COMPRAS-MES          TO WS-TOT-COMPRAS.
      *
       P420-FIM.
      *
       P430-SOMA-MOVIMENTO.
      *
           IF DATA-FIDELIDADE-MOV > WS-DATA-LIMITE THEN
               GO TO P430-FIM
           END-IF.

           IF MOV-RESGATE THEN
               ADD QTD-PONTOS-FIDELIDADE-MOV TO WS-TOT-RESGATADO
           END-IF.

           IF DATA-FIDELIDADE-MOV (1:6) NOT EQUAL WS-COMPETENCIA THEN
               GO TO P430-FIM
           END-IF.

           IF MOV-ACUMULO THEN
               ADD VLR-FIDELIDADE-MOV  TO WS-GANHO-MES-RS
               ADD VLR-COMPRAS-FIDELIDADE-MOV TO WS-COMPRAS-MES
           ELSE
               ADD VLR-FIDELIDADE-MOV  TO WS-RESGATE-MES-RS
           END-IF.
      *
       P430-FIM.
      *
       P440-CONSOME-ACUMULO.
      *
           MOVE QTD-PONTOS-FIDELIDADE-MOV TO WS-RESTANTE-ACUMULO.

           IF WS-A-CONSUMIR >= WS-RESTANTE-ACUMULO THEN
               SUBTRACT WS-RESTANTE-ACUMULO FROM WS-A-CONSUMIR
               MOVE ZEROS              TO WS-RESTANTE-ACUMULO
           ELSE
               SUBTRACT WS-A-CONSUMIR  FROM WS-RESTANTE-ACUMULO
               MOVE ZEROS              TO WS-A-CONSUMIR
           END-IF.

           IF COMPETENCIA-VALIDADE-MOV NOT EQUAL ZEROS AND
              COMPETENCIA-VALIDADE-MOV < WS-COMPETENCIA-NUM
               ADD WS-RESTANTE-ACUMULO TO WS-PONTOS-EXPIRADOS
           ELSE
               ADD WS-RESTANTE-ACUMULO TO WS-SALDO-PONTOS
               IF COMPETENCIA-VALIDADE-MOV NOT EQUAL ZEROS AND
                  COMPETENCIA-VALIDADE-MOV NOT >
                                       WS-COMPETENCIA-AVISO-NUM
                   ADD WS-RESTANTE-ACUMULO TO WS-PONTOS-A-VENCER
               END-IF
           END-IF.
      *
       P440-FIM.
      *
       P490-IMPRIME-RESUMO.
      *
           IF WS-TOT-COMPRAS > ZEROS
              AND WS-TOT-GANHO-RS NOT > WS-TOT-COMPRAS THEN
               COMPUTE WS-INDICE-EFETIVO ROUNDED =
                   (WS-TOT-COMPRAS - WS-TOT-GANHO-RS) * 100
                   / WS-TOT-COMPRAS
           ELSE
               MOVE 100                TO WS-INDICE-EFETIVO
           END-IF.

           MOVE WS-TOT-QTD-REDES       TO WS-FIN-QTD-REDES.
           MOVE WS-TOT-SALDO-RS        TO WS-FIN-SALDO-RS.
           MOVE WS-TOT-GANHO-RS        TO WS-FIN-GANHO-RS.
           MOVE WS-TOT-RESGATE-RS      TO WS-FIN-RESGATE-RS.
           MOVE WS-TOT-COMPRAS         TO WS-FIN-COMPRAS.
           MOVE WS-INDICE-EFETIVO      TO WS-FIN-INDICE.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
           WRITE REG-REPORT    FROM WS-LST-FINAL-4.
           WRITE REG-REPORT    FROM WS-LST-FINAL-5.
           WRITE REG-REPORT    FROM WS-LST-FINAL-6.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-FINAL-7.
      *
       P490-FIM.
      *
       P900-FIM.
           CLOSE   PROGRAMA-FIDELIDADE
                   FIDELIDADE-MOV
                   SCMO0612.
           GOBACK.
       END PROGRAM SCMP0612.
