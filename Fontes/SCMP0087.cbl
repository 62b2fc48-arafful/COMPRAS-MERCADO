      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA - PERCORRE
      *          OS MESES ARQUIVADOS (AUDITORIA_AAAAMM.LOG, NA ORDEM DE
      *          AUDITORIA-ARQUIVADOS.txt) E O AUDITORIA.LOG VIVO E
      *          CONFERE, REGISTRO A REGISTRO, A SEQUENCIA E OS DOIS
      *          VERIFICADORES GRAVADOS PELO SCMP0907: LACUNA OU
      *          SEQUENCIA FORA DE ORDEM, REGISTRO ALTERADO (VERIFICADOR
      *          PROPRIO) E ELO QUEBRADO (VERIFICADOR DE CADEIA). NO FIM
      *          COMPARA O ULTIMO REGISTRO COM O CONTROLE
      *          AUDITORIA-SEQ.txt (REGISTROS REMOVIDOS DO FINAL). OS
      *          REGISTROS ANTERIORES AO ENCADEAMENTO (SEM SEQUENCIA,
      *          NO INICIO DO LOG) SO SAO CONTADOS.
      *          NO PROCESSAMENTO NOTURNO (SCMP0090) RODA SEM TELA,
      *          DEVOLVE O RESULTADO EM LK-MENSAGEM E RETURN-CODE 1
      *          QUANDO HA EXCECAO; NO DIA 1, ANTES DA CONFERENCIA, MOVE
      *          PARA OS ARQUIVOS MENSAIS OS REGISTROS COM MAIS DE 12
      *          MESES (O LOG VIVO FICA COM O MES CORRENTE E OS 12
      *          ANTERIORES)
      * Mod: 15/10/2026 - a cadeia passa a ser conferida na ordem da
      *      sequencia (SORT de todos os arquivos), e nao na ordem
      *      fisica: com varios operadores, um registro carimbado pelo
      *      SCMP0907 pode chegar ao AUDITORIA.LOG depois de outro com
      *      sequencia maior, o que acusava elo quebrado falso. Registro
      *      sem sequencia continua conferido na ordem fisica. Restam
      *      como excecao real: programa interrompido entre o carimbo e
      *      o WRITE (lacuna) e programa ainda aberto na hora da
      *      conferencia, com registros carimbados e nao gravados
      *      (FINAL - FALTAM n)
      * Mod: 15/10/2026 - controle lido do registro unico do indexado
      *      AUDITORIA-SEQ.dat (chave AUDITSEQ), mantido pelo SCMP0907
      *      com bloqueio de registro
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0087.
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
           SELECT AUDITORIA-MES ASSIGN TO WS-NOME-ARQUIVO-MES
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA-MES.
      *
           SELECT AUDITORIA-TMP ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA-TMP.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA-TMP.
      *
           SELECT AUDITORIA-ARQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA-ARQUIVADOS.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA-ARQ.
      *
           SELECT AUDITORIA-SEQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA-SEQ.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS SEQ-CHAVE-CONTROLE
                FILE STATUS    IS WS-FS-AUDITORIA-SEQ.
      *
           SELECT ORDENADOR    ASSIGN TO STM-NOME-ARQUIVO.
      *
           SELECT SCMO0087     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0087.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD AUDITORIA-MES.
       01 REG-AUDITORIA-MES                    PIC X(257).
      *
       FD AUDITORIA-TMP.
       01 REG-AUDITORIA-TMP                    PIC X(257).
      *
       FD AUDITORIA-ARQ.
       01 REG-AUDITORIA-ARQ.
           05 ARQ-COMPETENCIA                  PIC 9(06).
      *
       FD AUDITORIA-SEQ.
           COPY "AuditoriaSeq.cpy".
      *
       FD SCMO0087.
       01 REG-REPORT                           PIC X(100).
      *
       SD ORDENADOR.
       01 REG-ORDENADOR.
           05 ORD-SEQUENCIA                    PIC 9(09).
           05 ORD-ORIGEM                       PIC X(16).
           05 ORD-REGISTRO                     PIC X(257).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-REG-AUDITORIA.
           05 WS-AUD-DATA                      PIC 9(08).
           05 WS-AUD-DATA-R REDEFINES WS-AUD-DATA.
               10 WS-AUD-COMPETENCIA           PIC 9(06).
               10 FILLER                       PIC 9(02).
           05 WS-AUD-HORA                      PIC 9(08).
           05 WS-AUD-HORA-R REDEFINES WS-AUD-HORA.
               10 WS-AUD-HH                    PIC 9(02).
               10 WS-AUD-MI                    PIC 9(02).
               10 FILLER                       PIC 9(04).
           05 WS-AUD-OPERADOR                  PIC X(08).
           05 WS-AUD-PROGRAMA                  PIC X(08).
           05 WS-AUD-ARQUIVO                   PIC X(15).
           05 WS-AUD-OPERACAO                  PIC X(01).
           05 WS-AUD-CHAVE                     PIC X(20).
           05 WS-AUD-VALOR-ANTERIOR            PIC X(80).
           05 WS-AUD-VALOR-NOVO                PIC X(80).
           05 WS-AUD-SEQUENCIA                 PIC 9(09).
           05 WS-AUD-VERIFICADOR-REG           PIC 9(10).
           05 WS-AUD-VERIFICADOR               PIC 9(10).
      *
       01  WS-CALCULO-VERIFICADOR.
           05 WS-VERIFICADOR-ANTERIOR          PIC 9(10) VALUE ZEROS.
           05 WS-IMAGEM-REGISTRO               PIC X(237) VALUE SPACES.
           05 WS-VERIFICADOR                   PIC 9(10) VALUE ZEROS.
      *
      *    *========================================================*
      *    * ESTADO DA CADEIA - ULTIMO REGISTRO ENCADEADO CONFERIDO
      *    *========================================================*
       77 WS-CADEIA-INICIADA                   PIC X(01) VALUE "N".
           88 FLAG-CADEIA-INICIADA             VALUE "S".
      *
       77 WS-REGISTRO-ALTERADO                 PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-ALTERADO           VALUE "S".
      *
       77 WS-CONFERE-ELO                       PIC X(01) VALUE "N".
           88 FLAG-CONFERE-ELO                 VALUE "S".
      *
       77 WS-SEQUENCIA-VISTA                   PIC X(01) VALUE "N".
           88 FLAG-SEQUENCIA-VISTA             VALUE "S".
      *
       77 WS-FIM-ORDENADOR                     PIC X(01) VALUE "N".
           88 FLAG-FIM-ORDENADOR               VALUE "S".
      *
       77 WS-SEQ-ANTERIOR                      PIC 9(09) VALUE ZEROS.
       77 WS-VERIF-ANTERIOR                    PIC 9(10) VALUE ZEROS.
       77 WS-SEQ-ESPERADA                      PIC 9(09) VALUE ZEROS.
       77 WS-QTD-FALTANTES                     PIC 9(09) VALUE ZEROS.
      *
      *    *========================================================*
      *    * MESES ARQUIVADOS, NA ORDEM EM QUE FORAM ARQUIVADOS
      *    *========================================================*
       01 WS-TAB-ARQUIVADOS.
           05 WS-TA-COMPETENCIA        PIC 9(06) OCCURS 600 TIMES.
      *
       77 WS-QTD-TA                            PIC 9(03) VALUE ZEROS.
       77 WS-IND-TA                            PIC 9(03) VALUE ZEROS.
      *
       77 WS-NOME-ARQUIVO-MES                  PIC X(200) VALUE SPACES.
       77 WS-COMPETENCIA-ARQ                   PIC 9(06) VALUE ZEROS.
       77 WS-MES-ABERTO                        PIC 9(06) VALUE ZEROS.
       77 WS-DATA-CORTE                        PIC 9(08) VALUE ZEROS.
       77 WS-ORIGEM                            PIC X(16) VALUE SPACES.
       77 WS-OCORRENCIA                        PIC X(36) VALUE SPACES.
      *
      *    *========================================================*
      *    * CONTADORES
      *    *========================================================*
       01 WS-CONTADORES.
           05 WS-QTD-LIDOS                     PIC 9(09) VALUE ZEROS.
           05 WS-QTD-ANTERIORES                PIC 9(09) VALUE ZEROS.
           05 WS-QTD-ARQUIVOS-LIDOS            PIC 9(09) VALUE ZEROS.
           05 WS-QTD-LACUNAS                   PIC 9(09) VALUE ZEROS.
           05 WS-QTD-FORA-ORDEM                PIC 9(09) VALUE ZEROS.
           05 WS-QTD-SEM-SEQUENCIA             PIC 9(09) VALUE ZEROS.
           05 WS-QTD-ALTERADOS                 PIC 9(09) VALUE ZEROS.
           05 WS-QTD-ELOS-QUEBRADOS            PIC 9(09) VALUE ZEROS.
           05 WS-QTD-AUSENTES                  PIC 9(09) VALUE ZEROS.
           05 WS-QTD-ARQUIVADOS                PIC 9(09) VALUE ZEROS.
           05 WS-QTD-MANTIDOS                  PIC 9(09) VALUE ZEROS.
           05 WS-TOT-EXCECOES                  PIC 9(09) VALUE ZEROS.
      *
       77 WS-FS-AUDITORIA                      PIC X(02).
           88 WS-FS-AUD-OK                     VALUE "00".
      *
       77 WS-FS-AUDITORIA-MES                  PIC X(02).
           88 WS-FS-MES-OK                     VALUE "00".
           88 WS-FS-MES-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA-TMP                  PIC X(02).
           88 WS-FS-TMP-OK                     VALUE "00".
      *
       77 WS-FS-AUDITORIA-ARQ                  PIC X(02).
           88 WS-FS-ARQ-OK                     VALUE "00".
           88 WS-FS-ARQ-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-AUDITORIA-SEQ                  PIC X(02).
           88 WS-FS-SEQ-OK                     VALUE "00".
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
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
           COPY "SortTmp.cpy".
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(98) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SCMO0087 - ".
               05 FILLER   PIC X(58) VALUE
                   "CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-PARAM.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(18) VALUE "MESES ARQUIVADOS: ".
               05 WS-CAB-QTD-MESES     PIC ZZ9.
               05 FILLER   PIC X(35) VALUE
                           "   REGISTROS ARQUIVADOS NESTA VEZ: ".
               05 WS-CAB-QTD-ARQUIVADOS
                                       PIC ZZZ.ZZZ.ZZ9.
      *
           03 WS-LST-CAB-COLUNAS.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(17) VALUE "ORIGEM".
               05 FILLER   PIC X(10) VALUE "SEQUENCIA".
               05 FILLER   PIC X(11) VALUE "DATA".
               05 FILLER   PIC X(06) VALUE "HORA".
               05 FILLER   PIC X(09) VALUE "OPERADOR".
               05 FILLER   PIC X(09) VALUE "PROGRAMA".
               05 FILLER   PIC X(36) VALUE "OCORRENCIA".
      *
           03 WS-LST-CAB-TRACO.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(98) VALUE ALL "-".
      *
           03 WS-DET-EXCECAO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ORIGEM        PIC X(16).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-SEQUENCIA     PIC ZZZZZZZZ9.
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
               05 WS-DET-OCORRENCIA    PIC X(36).
      *
           03 WS-DET-COMPLEMENTO.
               05 FILLER               PIC X(28) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE "ARQ.: ".
               05 WS-DET-ARQUIVO       PIC X(15).
               05 FILLER               PIC X(06) VALUE "  OP: ".
               05 WS-DET-OPERACAO      PIC X(01).
               05 FILLER               PIC X(09) VALUE "  CHAVE: ".
               05 WS-DET-CHAVE         PIC X(20).
      *
           03 WS-DET-EXCECAO-ARQUIVO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DEA-ORIGEM        PIC X(16).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DEA-SEQUENCIA     PIC ZZZZZZZZ9.
               05 FILLER               PIC X(39) VALUE SPACES.
               05 WS-DEA-OCORRENCIA    PIC X(36).
      *
           03 WS-LST-SEM-EXCECAO.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "NENHUMA EXCECAO NA CADEIA".
      *
           03 WS-LST-TOTAL.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-TOT-ROTULO    PIC X(35).
               05 WS-LST-TOT-QTD       PIC ZZZ.ZZZ.ZZ9.
      *
           03 WS-LST-RESULTADO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(11) VALUE "RESULTADO: ".
               05 WS-LST-RESULTADO-TXT PIC X(40).
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
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

           PERFORM P150-CARREGA-ARQUIVADOS THRU P150-FIM.

           IF FLAG-MODO-AUTOMATICO AND WS-DD-CORRENTE EQUAL 01 THEN
               PERFORM P200-ARQUIVA-MESES THRU P200-FIM
           END-IF.

           PERFORM P300-CABECALHO THRU P300-FIM.

           PERFORM P400-CONFERE-CADEIA THRU P400-FIM.

           PERFORM P470-CONFERE-CONTROLE THRU P470-FIM.

           PERFORM P600-TOTAIS THRU P600-FIM.

           PERFORM P700-RESUMO THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           INITIALIZE WS-CONTADORES.

           IF NOT FLAG-MODO-AUTOMATICO THEN
               DISPLAY "CONFERINDO A TRILHA DE AUDITORIA..."  AT 1005
           END-IF.
      *
       P100-FIM.
      *
       P150-CARREGA-ARQUIVADOS.
      *
           MOVE ZEROS                  TO WS-QTD-TA.

           OPEN INPUT AUDITORIA-ARQ.

           IF NOT WS-FS-ARQ-OK THEN
               GO TO P150-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA-ARQ
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ARQ-COMPETENCIA IS NUMERIC
                          AND WS-QTD-TA < 600
                           ADD 1       TO WS-QTD-TA
                           MOVE ARQ-COMPETENCIA
                                       TO WS-TA-COMPETENCIA(WS-QTD-TA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA-ARQ.
      *
       P150-FIM.
      *
       P200-ARQUIVA-MESES.
      *
      *    *========================================================*
      *    * REGISTROS ANTERIORES AO MESMO MES DO ANO PASSADO VAO PARA
      *    * O ARQUIVO DO SEU MES; OS DEMAIS SAO REGRAVADOS NO LOG VIVO
      *    * (VIA AUDITORIA-TMP.LOG). SEQUENCIA E VERIFICADORES NAO
      *    * MUDAM - A CADEIA CONTINUA DE UM ARQUIVO PARA O OUTRO.
      *    *========================================================*
           COMPUTE WS-DATA-CORTE = (WS-AAAA-CORRENTE - 1) * 10000
                                 + WS-MM-CORRENTE * 100 + 01.

           OPEN INPUT AUDITORIA.

           IF NOT WS-FS-AUD-OK THEN
               GO TO P200-FIM
           END-IF.

           OPEN OUTPUT AUDITORIA-TMP.

           IF NOT WS-FS-TMP-OK THEN
               CLOSE AUDITORIA
               MOVE "N"                TO WS-ROTINA-OK
               GO TO P200-FIM
           END-IF.

           MOVE ZEROS                  TO WS-MES-ABERTO.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF WS-AUD-DATA IS NUMERIC
                          AND WS-AUD-DATA < WS-DATA-CORTE
                           PERFORM P210-GRAVA-ARQUIVO-MES THRU P210-FIM
                       ELSE
                           WRITE REG-AUDITORIA-TMP
                                               FROM WS-REG-AUDITORIA
                           ADD 1       TO WS-QTD-MANTIDOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA
                 AUDITORIA-TMP.

           IF WS-MES-ABERTO NOT EQUAL ZEROS THEN
               CLOSE AUDITORIA-MES
           END-IF.

           IF WS-QTD-ARQUIVADOS EQUAL ZEROS THEN
               GO TO P200-FIM
           END-IF.

           OPEN INPUT AUDITORIA-TMP.
           OPEN OUTPUT AUDITORIA.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA-TMP INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA-TMP
                 AUDITORIA.
      *
       P200-FIM.
      *
       P210-GRAVA-ARQUIVO-MES.
      *
           IF WS-AUD-COMPETENCIA NOT EQUAL WS-MES-ABERTO THEN
               IF WS-MES-ABERTO NOT EQUAL ZEROS
                   CLOSE AUDITORIA-MES
               END-IF
               MOVE WS-AUD-COMPETENCIA TO WS-MES-ABERTO
                                          WS-COMPETENCIA-ARQ
               PERFORM P220-MONTA-NOME-MES THRU P220-FIM
               OPEN EXTEND AUDITORIA-MES
               IF WS-FS-MES-NAO-EXISTE
                   OPEN OUTPUT AUDITORIA-MES
                   PERFORM P230-REGISTRA-ARQUIVADO THRU P230-FIM
               END-IF
           END-IF.

           WRITE REG-AUDITORIA-MES     FROM WS-REG-AUDITORIA.
           ADD 1                       TO WS-QTD-ARQUIVADOS.
      *
       P210-FIM.
      *
       P220-MONTA-NOME-MES.
      *
           MOVE SPACES                 TO WS-NOME-ARQUIVO-MES.
           STRING
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\"
               "COMPRAS-MERCADO\Arquivos\AUDITORIA_"
               WS-COMPETENCIA-ARQ
               ".LOG"
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MES.

           MOVE SPACES                 TO WS-ORIGEM.
           STRING "AUDITORIA_" WS-COMPETENCIA-ARQ
                   DELIMITED BY SIZE INTO WS-ORIGEM.
      *
       P220-FIM.
      *
       P230-REGISTRA-ARQUIVADO.
      *
           PERFORM VARYING WS-IND-TA FROM 1 BY 1
                   UNTIL WS-IND-TA > WS-QTD-TA
                      OR WS-TA-COMPETENCIA(WS-IND-TA) EQUAL
                                               WS-COMPETENCIA-ARQ
               CONTINUE
           END-PERFORM.

           IF WS-IND-TA NOT > WS-QTD-TA THEN
               GO TO P230-FIM
           END-IF.

           OPEN EXTEND AUDITORIA-ARQ.

           IF WS-FS-ARQ-NAO-EXISTE THEN
               OPEN OUTPUT AUDITORIA-ARQ
           END-IF.

           MOVE WS-COMPETENCIA-ARQ     TO ARQ-COMPETENCIA.
           WRITE REG-AUDITORIA-ARQ.

           CLOSE AUDITORIA-ARQ.

           IF WS-QTD-TA < 600 THEN
               ADD 1                   TO WS-QTD-TA
               MOVE WS-COMPETENCIA-ARQ TO WS-TA-COMPETENCIA(WS-QTD-TA)
           END-IF.
      *
       P230-FIM.
      *
       P300-CABECALHO.
      *
           OPEN OUTPUT SCMO0087.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           MOVE WS-QTD-TA              TO WS-CAB-QTD-MESES.
           MOVE WS-QTD-ARQUIVADOS      TO WS-CAB-QTD-ARQUIVADOS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-PARAM.
           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-CAB-COLUNAS.
           WRITE REG-REPORT    FROM WS-LST-CAB-TRACO.
      *
       P300-FIM.
      *
       P400-CONFERE-CADEIA.
      *
      *    *========================================================*
      *    * OS MESES ARQUIVADOS E O LOG VIVO SAO LIDOS NA ORDEM
      *    * FISICA E ORDENADOS PELA SEQUENCIA DO CARIMBO; A CADEIA E
      *    * CONFERIDA NA ORDEM DA SEQUENCIA
      *    *========================================================*
           MOVE "SCMP0087"             TO STM-PROGRAMA.
           SET STM-GERA-NOME           TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
           SORT ORDENADOR
                   ON ASCENDING    KEY ORD-SEQUENCIA
               INPUT   PROCEDURE IS P405-LE-ARQUIVOS
                               THRU P405-FIM
               OUTPUT  PROCEDURE IS P440-CONFERE-ORDENADO
                               THRU P440-FIM.
      *
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.
      *
       P400-FIM.
      *
       P405-LE-ARQUIVOS.
      *
           PERFORM P410-CONFERE-ARQUIVO-MES THRU P410-FIM
               VARYING WS-IND-TA FROM 1 BY 1
               UNTIL WS-IND-TA > WS-QTD-TA.

           PERFORM P420-CONFERE-LOG-VIVO THRU P420-FIM.
      *
       P405-FIM.
      *
       P410-CONFERE-ARQUIVO-MES.
      *
           MOVE WS-TA-COMPETENCIA(WS-IND-TA)   TO WS-COMPETENCIA-ARQ.
           PERFORM P220-MONTA-NOME-MES THRU P220-FIM.

           OPEN INPUT AUDITORIA-MES.

           IF NOT WS-FS-MES-OK THEN
               MOVE ZEROS              TO WS-DEA-SEQUENCIA
               MOVE "MES ARQUIVADO AUSENTE"    TO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-AUSENTES
               PERFORM P495-IMPRIME-EXCECAO-ARQUIVO THRU P495-FIM
               GO TO P410-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ARQUIVOS-LIDOS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA-MES INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P430-SEPARA-REGISTRO THRU P430-FIM
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA-MES.
      *
       P410-FIM.
      *
       P420-CONFERE-LOG-VIVO.
      *
           MOVE "AUDITORIA.LOG"        TO WS-ORIGEM.

           OPEN INPUT AUDITORIA.

           IF NOT WS-FS-AUD-OK THEN
               GO TO P420-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ARQUIVOS-LIDOS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ AUDITORIA INTO WS-REG-AUDITORIA
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P430-SEPARA-REGISTRO THRU P430-FIM
               END-READ
           END-PERFORM.

           CLOSE AUDITORIA.
      *
       P420-FIM.
      *
       P430-SEPARA-REGISTRO.
      *
           ADD 1                       TO WS-QTD-LIDOS.

      *    REGISTRO SEM SEQUENCIA: ANTES DO PRIMEIRO ENCADEADO E O
      *    HISTORICO ANTIGO; DEPOIS DELE FOI INCLUIDO POR FORA
           IF WS-AUD-SEQUENCIA NOT NUMERIC
              OR WS-AUD-SEQUENCIA EQUAL ZEROS THEN
               IF NOT FLAG-SEQUENCIA-VISTA
                   ADD 1               TO WS-QTD-ANTERIORES
               ELSE
                   MOVE "REGISTRO SEM SEQUENCIA (INCLUIDO)"
                                       TO WS-OCORRENCIA
                   ADD 1               TO WS-QTD-SEM-SEQUENCIA
                   PERFORM P490-IMPRIME-EXCECAO THRU P490-FIM
               END-IF
               GO TO P430-FIM
           END-IF.

           SET FLAG-SEQUENCIA-VISTA    TO TRUE.

           MOVE WS-AUD-SEQUENCIA       TO ORD-SEQUENCIA.
           MOVE WS-ORIGEM              TO ORD-ORIGEM.
           MOVE WS-REG-AUDITORIA       TO ORD-REGISTRO.
           RELEASE REG-ORDENADOR.
      *
       P430-FIM.
      *
       P440-CONFERE-ORDENADO.
      *
           MOVE "N"                    TO WS-FIM-ORDENADOR.

           PERFORM UNTIL FLAG-FIM-ORDENADOR
               RETURN ORDENADOR
                   AT END
                       SET FLAG-FIM-ORDENADOR  TO TRUE
                   NOT AT END
                       MOVE ORD-ORIGEM         TO WS-ORIGEM
                       MOVE ORD-REGISTRO       TO WS-REG-AUDITORIA
                       PERFORM P450-CONFERE-REGISTRO THRU P450-FIM
               END-RETURN
           END-PERFORM.
      *
       P440-FIM.
      *
       P450-CONFERE-REGISTRO.
      *
           PERFORM P455-CONFERE-PROPRIO THRU P455-FIM.

           PERFORM P460-CONFERE-SEQUENCIA THRU P460-FIM.

           IF FLAG-CONFERE-ELO AND NOT FLAG-REGISTRO-ALTERADO THEN
               PERFORM P465-CONFERE-ELO THRU P465-FIM
           END-IF.

      *    A CONFERENCIA SEGUE A PARTIR DO QUE ESTA GRAVADO, PARA QUE
      *    UMA ALTERACAO APARECA UMA VEZ SO
           SET FLAG-CADEIA-INICIADA    TO TRUE.
           MOVE WS-AUD-SEQUENCIA       TO WS-SEQ-ANTERIOR.
           IF WS-AUD-VERIFICADOR IS NUMERIC
               MOVE WS-AUD-VERIFICADOR TO WS-VERIF-ANTERIOR
           ELSE
               MOVE ZEROS              TO WS-VERIF-ANTERIOR
           END-IF.
      *
       P450-FIM.
      *
       P455-CONFERE-PROPRIO.
      *
           MOVE "N"                    TO WS-REGISTRO-ALTERADO.

           MOVE ZEROS                  TO WS-VERIFICADOR-ANTERIOR.
           MOVE WS-REG-AUDITORIA(1:237)    TO WS-IMAGEM-REGISTRO.
           CALL "SCMP0908" USING WS-CALCULO-VERIFICADOR.

           IF WS-VERIFICADOR EQUAL WS-AUD-VERIFICADOR-REG THEN
               GO TO P455-FIM
           END-IF.

           SET FLAG-REGISTRO-ALTERADO  TO TRUE.
           MOVE "REGISTRO ALTERADO"    TO WS-OCORRENCIA.
           ADD 1                       TO WS-QTD-ALTERADOS.
           PERFORM P490-IMPRIME-EXCECAO THRU P490-FIM.
      *
       P455-FIM.
      *
       P460-CONFERE-SEQUENCIA.
      *
      *    *========================================================*
      *    * O ELO SO E CONFERIVEL QUANDO O REGISTRO E O SUCESSOR
      *    * DIRETO DO ANTERIOR (OU O PRIMEIRO DA CADEIA, SEQUENCIA 1)
      *    *========================================================*
           MOVE "N"                    TO WS-CONFERE-ELO.

           IF FLAG-CADEIA-INICIADA THEN
               COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1
           ELSE
               MOVE 1                  TO WS-SEQ-ESPERADA
               MOVE ZEROS              TO WS-VERIF-ANTERIOR
           END-IF.

           IF WS-AUD-SEQUENCIA EQUAL WS-SEQ-ESPERADA THEN
               SET FLAG-CONFERE-ELO    TO TRUE
               GO TO P460-FIM
           END-IF.

           IF WS-AUD-SEQUENCIA > WS-SEQ-ESPERADA THEN
               COMPUTE WS-QTD-FALTANTES =
                                   WS-AUD-SEQUENCIA - WS-SEQ-ESPERADA
               MOVE SPACES             TO WS-OCORRENCIA
               STRING "LACUNA - FALTAM " WS-QTD-FALTANTES
                      " REGISTROS"
                      DELIMITED BY SIZE INTO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-LACUNAS
           ELSE
               MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                                       TO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-FORA-ORDEM
           END-IF.

           PERFORM P490-IMPRIME-EXCECAO THRU P490-FIM.
      *
       P460-FIM.
      *
       P465-CONFERE-ELO.
      *
           MOVE WS-VERIF-ANTERIOR      TO WS-VERIFICADOR-ANTERIOR.
           MOVE WS-REG-AUDITORIA(1:237)    TO WS-IMAGEM-REGISTRO.
           CALL "SCMP0908" USING WS-CALCULO-VERIFICADOR.

           IF WS-VERIFICADOR EQUAL WS-AUD-VERIFICADOR THEN
               GO TO P465-FIM
           END-IF.

           MOVE "ELO QUEBRADO"         TO WS-OCORRENCIA.
           ADD 1                       TO WS-QTD-ELOS-QUEBRADOS.
           PERFORM P490-IMPRIME-EXCECAO THRU P490-FIM.
      *
       P465-FIM.
      *
       P470-CONFERE-CONTROLE.
      *
      *    *========================================================*
      *    * O CONTROLE GUARDA A ULTIMA SEQUENCIA GRAVADA - SE ELA
      *    * PASSA DA ULTIMA LIDA, REGISTROS FORAM APAGADOS DO FINAL
      *    *========================================================*
           MOVE "AUDITORIA-SEQ"        TO WS-DEA-ORIGEM.
           MOVE WS-SEQ-ANTERIOR        TO WS-DEA-SEQUENCIA.

           OPEN INPUT AUDITORIA-SEQ.

           IF NOT WS-FS-SEQ-OK THEN
               IF FLAG-CADEIA-INICIADA
                   MOVE "CONTROLE DA SEQUENCIA AUSENTE"
                                       TO WS-OCORRENCIA
                   ADD 1               TO WS-QTD-AUSENTES
                   PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM
               END-IF
               GO TO P470-FIM
           END-IF.

           MOVE "AUDITSEQ"             TO SEQ-CHAVE-CONTROLE.

           READ AUDITORIA-SEQ
               KEY IS SEQ-CHAVE-CONTROLE
                   INVALID KEY
                       MOVE ZEROS      TO SEQ-ULTIMA-SEQUENCIA
                                          SEQ-ULTIMO-VERIFICADOR
           END-READ.

           CLOSE AUDITORIA-SEQ.

           IF SEQ-ULTIMA-SEQUENCIA NOT NUMERIC
              OR SEQ-ULTIMO-VERIFICADOR NOT NUMERIC THEN
               MOVE "CONTROLE DA SEQUENCIA ALTERADO"
                                       TO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-ALTERADOS
               PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM
               GO TO P470-FIM
           END-IF.

           MOVE SEQ-ULTIMA-SEQUENCIA   TO WS-DEA-SEQUENCIA.

           IF SEQ-ULTIMA-SEQUENCIA > WS-SEQ-ANTERIOR THEN
               COMPUTE WS-QTD-FALTANTES =
                               SEQ-ULTIMA-SEQUENCIA - WS-SEQ-ANTERIOR
               MOVE SPACES             TO WS-OCORRENCIA
               STRING "FINAL - FALTAM " WS-QTD-FALTANTES
                      " REGISTROS"
                      DELIMITED BY SIZE INTO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-LACUNAS
               PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM
               GO TO P470-FIM
           END-IF.

           IF SEQ-ULTIMA-SEQUENCIA < WS-SEQ-ANTERIOR THEN
               MOVE "CONTROLE ATRAS DO ULTIMO REGISTRO"
                                       TO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-FORA-ORDEM
               PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM
               GO TO P470-FIM
           END-IF.

           IF SEQ-ULTIMO-VERIFICADOR NOT EQUAL WS-VERIF-ANTERIOR THEN
               MOVE "ELO QUEBRADO NO ULTIMO REGISTRO"
                                       TO WS-OCORRENCIA
               ADD 1                   TO WS-QTD-ELOS-QUEBRADOS
               PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM
           END-IF.
      *
       P470-FIM.
      *
       P490-IMPRIME-EXCECAO.
      *
           MOVE WS-ORIGEM              TO WS-DET-ORIGEM.
           IF WS-AUD-SEQUENCIA IS NUMERIC
               MOVE WS-AUD-SEQUENCIA   TO WS-DET-SEQUENCIA
           ELSE
               MOVE ZEROS              TO WS-DET-SEQUENCIA
           END-IF.
           MOVE WS-AUD-DATA            TO WS-DET-DATA.
           MOVE WS-AUD-HH              TO WS-DET-HH.
           MOVE WS-AUD-MI              TO WS-DET-MI.
           MOVE WS-AUD-OPERADOR        TO WS-DET-OPERADOR.
           MOVE WS-AUD-PROGRAMA        TO WS-DET-PROGRAMA.
           MOVE WS-OCORRENCIA          TO WS-DET-OCORRENCIA.
           MOVE WS-AUD-ARQUIVO         TO WS-DET-ARQUIVO.
           MOVE WS-AUD-OPERACAO        TO WS-DET-OPERACAO.
           MOVE WS-AUD-CHAVE           TO WS-DET-CHAVE.

           WRITE REG-REPORT    FROM WS-DET-EXCECAO.
           WRITE REG-REPORT    FROM WS-DET-COMPLEMENTO.

           ADD 1                       TO WS-TOT-EXCECOES.
      *
       P490-FIM.
      *
       P495-IMPRIME-EXCECAO-ARQUIVO.
      *
           MOVE WS-ORIGEM              TO WS-DEA-ORIGEM.

           PERFORM P496-IMPRIME-CONTROLE THRU P496-FIM.
      *
       P495-FIM.
      *
       P496-IMPRIME-CONTROLE.
      *
           MOVE WS-OCORRENCIA          TO WS-DEA-OCORRENCIA.

           WRITE REG-REPORT    FROM WS-DET-EXCECAO-ARQUIVO.

           ADD 1                       TO WS-TOT-EXCECOES.
      *
       P496-FIM.
      *
       P600-TOTAIS.
      *
           IF WS-TOT-EXCECOES EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-EXCECAO
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "ARQUIVOS LIDOS...................:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-ARQUIVOS-LIDOS  TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "REGISTROS LIDOS..................:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-LIDOS           TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "ANTERIORES AO ENCADEAMENTO.......:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-ANTERIORES      TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "LACUNAS NA SEQUENCIA.............:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-LACUNAS         TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "SEQUENCIA REPETIDA/FORA DE ORDEM.:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-FORA-ORDEM      TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "REGISTROS SEM SEQUENCIA..........:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-SEM-SEQUENCIA   TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "REGISTROS ALTERADOS..............:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-ALTERADOS       TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "ELOS QUEBRADOS...................:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-ELOS-QUEBRADOS  TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           MOVE "ARQUIVOS AUSENTES................:"
                                       TO WS-LST-TOT-ROTULO.
           MOVE WS-QTD-AUSENTES        TO WS-LST-TOT-QTD.
           WRITE REG-REPORT    FROM WS-LST-TOTAL.

           IF WS-TOT-EXCECOES EQUAL ZEROS THEN
               MOVE "TRILHA INTEGRA"   TO WS-LST-RESULTADO-TXT
           ELSE
               MOVE "TRILHA COM EXCECOES - VER DETALHES ACIMA"
                                       TO WS-LST-RESULTADO-TXT
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           WRITE REG-REPORT    FROM WS-LST-RESULTADO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0087.
      *
       P600-FIM.
      *
       P700-RESUMO.
      *
           MOVE SPACES                 TO LK-MENSAGEM.

           IF WS-TOT-EXCECOES EQUAL ZEROS THEN
               MOVE "TRILHA INTEGRA"   TO LK-MENSAGEM
           ELSE
               STRING "EXCECOES: " WS-TOT-EXCECOES(4:6)
                      DELIMITED BY SIZE INTO LK-MENSAGEM
               MOVE "N"                TO WS-ROTINA-OK
           END-IF.

           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0087 - AUDITORIA: " LK-MENSAGEM
                       " - REGISTROS LIDOS: " WS-QTD-LIDOS
           ELSE
               DISPLAY "REGISTROS CONFERIDOS: " WS-QTD-LIDOS
                                               AT 1205
               DISPLAY "RESULTADO...........: " LK-MENSAGEM
                                               AT 1305
               DISPLAY "RELATORIO GERADO EM SCMO0087.txt"   AT 1405
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
       END PROGRAM SCMP0087.
