      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: GERACAO DOS FERIADOS DO ANO - A PARTIR DO ANO
      *          INFORMADO MONTA OS FERIADOS NACIONAIS FIXOS, OS MOVEIS
      *          CALCULADOS PELO DOMINGO DE PASCOA (CARNAVAL SEGUNDA E
      *          TERCA, SEXTA-FEIRA SANTA E CORPUS CHRISTI) E OS
      *          FERIADOS LOCAIS DA TABELA FERIADO-LOCAL.txt, MOSTRA A
      *          LISTA PARA CONFIRMACAO E INCLUI NO FERIADO.dat SO AS
      *          DATAS AINDA NAO CADASTRADAS. PODE SER EXECUTADO DE
      *          NOVO NO MESMO ANO (POR EXEMPLO DEPOIS DE ACRESCENTAR
      *          UM FERIADO LOCAL NA TABELA). CHAMADO PELA ACAO "G" DO
      *          CADASTRO DE FERIADOS (SCMP0093). CADA INCLUSAO VAI
      *          PARA O AUDITORIA.LOG E A LISTA SAI NO SCMO0085.txt.
      *
      * LAYOUT DO FERIADO-LOCAL.txt (UMA LINHA POR FERIADO LOCAL FIXO):
      *   <DDMM>;<descricao>. CADA GRAVACAO EM FERIADO VAI TAMBEM PARA O
      *          JORNAL DE ALTERACOES (SCMP0917)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0085.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FERIADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS DATA-FERIADO
                FILE STATUS    IS WS-FS-FERIADO.
      *
           SELECT FERIADO-LOCAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FERIADO-LOCAL.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-LOCAL.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0085     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0085.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FERIADO.
           COPY "Feriado.cpy".
      *
       FD FERIADO-LOCAL.
       01 REG-FERIADO-LOCAL                    PIC X(60).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0085.
       01 REG-REPORT                           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-ANO-TELA                          PIC 9(04) VALUE ZEROS.
      *
      *    *========================================================*
      *    * FERIADOS GERADOS PARA O ANO, EM ORDEM DE DATA. SITUACAO:
      *    * N = NOVO, C = JA CADASTRADO, I = INCLUIDO, E = ERRO
      *    *========================================================*
       01 WS-TAB-GERADO.
           05 WS-TG-ITEM OCCURS 50 TIMES.
               10 WS-TG-DATA                   PIC 9(08).
               10 WS-TG-DESC                   PIC X(40).
               10 WS-TG-ORIGEM                 PIC X(01).
               10 WS-TG-SITUACAO               PIC X(01).
                   88 TG-NOVO                  VALUE "N".
                   88 TG-JA-CADASTRADO         VALUE "C".
                   88 TG-INCLUIDO              VALUE "I".
                   88 TG-ERRO                  VALUE "E".
      *
       77 WS-QTD-GERADOS                       PIC 9(02) VALUE ZEROS.
       77 WS-IND-GER                           PIC 9(02) VALUE ZEROS.
       77 WS-IND-POS                           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NOVOS                         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CADASTRADOS                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS                     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LOCAIS-INVALIDOS              PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * FERIADO A ACRESCENTAR NA TABELA
      *    *========================================================*
       01 WS-NOVO-FERIADO.
           05 WS-NF-DATA.
               10 WS-NF-AAAA                   PIC 9(04).
               10 WS-NF-MM                     PIC 9(02).
               10 WS-NF-DD                     PIC 9(02).
           05 WS-NF-DATA-NUM REDEFINES WS-NF-DATA PIC 9(08).
           05 WS-NF-DESC                       PIC X(40).
           05 WS-NF-ORIGEM                     PIC X(01).
      *
      *    *========================================================*
      *    * CALCULO DO DOMINGO DE PASCOA (ALGORITMO DE MEEUS PARA O
      *    * CALENDARIO GREGORIANO) E DOS FERIADOS MOVEIS
      *    *========================================================*
       01 WS-CALCULO-PASCOA.
           05 WS-PC-A                          PIC 9(04).
           05 WS-PC-B                          PIC 9(04).
           05 WS-PC-C                          PIC 9(04).
           05 WS-PC-D                          PIC 9(04).
           05 WS-PC-E                          PIC 9(04).
           05 WS-PC-F                          PIC 9(04).
           05 WS-PC-G                          PIC 9(04).
           05 WS-PC-H                          PIC 9(04).
           05 WS-PC-I                          PIC 9(04).
           05 WS-PC-K                          PIC 9(04).
           05 WS-PC-L                          PIC 9(04).
           05 WS-PC-M                          PIC 9(04).
           05 WS-PC-N                          PIC 9(04).
           05 WS-PC-TRABALHO                   PIC 9(06).
           05 WS-PC-DESCARTE                   PIC 9(06).
           05 WS-MES-PASCOA                    PIC 9(02).
           05 WS-DIA-PASCOA                    PIC 9(02).
      *
       01 WS-TAB-DIAS-ACUM-VALORES.
           05 FILLER   PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 WS-TAB-DIAS-ACUM REDEFINES WS-TAB-DIAS-ACUM-VALORES.
           05 WS-DIAS-ANTES-MES                PIC 9(03) OCCURS 12.
      *
       77 WS-ANO-BISSEXTO                      PIC X(01) VALUE "N".
           88 FLAG-ANO-BISSEXTO                VALUE "S".
       77 WS-RESTO-4                           PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-100                         PIC 9(04) VALUE ZEROS.
       77 WS-RESTO-400                         PIC 9(04) VALUE ZEROS.
       77 WS-DIA-ANO-PASCOA                    PIC 9(03) VALUE ZEROS.
       77 WS-DESLOCAMENTO                      PIC S9(03) VALUE ZEROS.
       77 WS-DIA-ANO                           PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-ANTES                        PIC 9(03) VALUE ZEROS.
       77 WS-IND-MES                           PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * LINHA DO FERIADO-LOCAL.txt
      *    *========================================================*
       77 WS-LOCAL-DDMM                        PIC X(04) VALUE SPACES.
       01 WS-LOCAL-DDMM-R.
           05 WS-LOCAL-DD                      PIC 9(02).
           05 WS-LOCAL-MM                      PIC 9(02).
       77 WS-LOCAL-DESC                        PIC X(40) VALUE SPACES.
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
       77 WS-FS-FERIADO                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-LOCAL                          PIC X(02).
           88 WS-FS-LOCAL-OK                   VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-LOCAL                         PIC X(01) VALUE "N".
           88 FLAG-FIM-LOCAL                   VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-CONFIRMA                          PIC X(01) VALUE SPACES.
           88 FLAG-CONFIRMA                    VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-AT-POS                            PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-TELA                        PIC 9(02) VALUE ZEROS.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-LINHA-LISTA.
           05 WS-LL-DATA                       PIC X(10).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LL-DESC                       PIC X(40).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-LL-ORIGEM                     PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-LL-SITUACAO                   PIC X(14).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(79) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0085 - ".
               05 FILLER   PIC X(29) VALUE
                       "GERACAO DE FERIADOS DO ANO ".
               05 WS-CAB-ANO
                           PIC 9(04) VALUE ZEROS.
               05 FILLER   PIC X(16) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-DET.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-DET-LINHA     PIC X(79) VALUE SPACES.
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC Z9.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-CABECALHO-SCREEN.
           05 LINE 02 COL 05 VALUE "CADASTRO DE FERIADOS".
           05 LINE 03 COL 05 VALUE
                       "SMCP0085 - Geracao de Feriados do Ano".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-INPUT-SCREEN.
           05 LINE 06 COL 05 VALUE "Ano (AAAA)..........: ".
           05 SS-ANO REVERSE-VIDEO PIC 9(04)
                           USING WS-ANO-TELA.
           05 LINE 07 COL 05 VALUE
                   "NACIONAIS, MOVEIS (PASCOA) E FERIADO-LOCAL.txt".
           05 LINE 09 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 10 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 11 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 21 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 21 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           ACCEPT WS-DATA-CORRENTE     FROM DATE YYYYMMDD.

           OPEN I-O FERIADO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT FERIADO
               CLOSE FERIADO
               OPEN I-O FERIADO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE FERIADOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
      *    EM DEZEMBRO O PADRAO E O ANO SEGUINTE
           IF WS-MM-CORRENTE EQUAL 12 THEN
               COMPUTE WS-ANO-TELA = WS-AAAA-CORRENTE + 1
           ELSE
               MOVE WS-AAAA-CORRENTE   TO WS-ANO-TELA
           END-IF.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF NOT FLAG-CONTINUAR THEN
               GO TO P300-FIM
           END-IF.

           IF WS-ANO-TELA < 1900 OR WS-ANO-TELA > 2099 THEN
               MOVE "ANO INVALIDO (1900 A 2099)"    TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           INITIALIZE WS-TAB-GERADO.
           MOVE ZEROS                  TO WS-QTD-GERADOS
                                          WS-QTD-NOVOS
                                          WS-QTD-CADASTRADOS
                                          WS-QTD-INCLUIDOS
                                          WS-QTD-LOCAIS-INVALIDOS.

           PERFORM P400-GERA-FIXOS THRU P400-FIM.

           PERFORM P420-GERA-MOVEIS THRU P420-FIM.

           PERFORM P440-GERA-LOCAIS THRU P440-FIM.

           PERFORM P460-VERIFICA-CADASTRO THRU P460-FIM.

           PERFORM P500-MOSTRA-LISTA THRU P500-FIM.

           IF WS-QTD-NOVOS EQUAL ZEROS THEN
               MOVE "TODOS OS FERIADOS DO ANO JA ESTAO CADASTRADOS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2101
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-CONFIRMA.
           DISPLAY "CONFIRMA A INCLUSAO DOS " WS-QTD-NOVOS
                   " FERIADOS NOVOS (S/N)? "   AT 2205.
           ACCEPT WS-CONFIRMA          AT 2260.

           IF NOT FLAG-CONFIRMA THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P600-GRAVA-FERIADOS THRU P600-FIM.

           PERFORM P700-RELATORIO THRU P700-FIM.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "INCLUIDOS: " WS-QTD-INCLUIDOS
                  " - LISTA GERADA EM SCMO0085.txt"
               DELIMITED BY SIZE INTO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2101.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P300-FIM.
      *
       P400-GERA-FIXOS.
      *
      *    *========================================================*
      *    * FERIADOS NACIONAIS DE DATA FIXA (LEI 662/49 E ALTERACOES;
      *    * 20/11 NACIONAL A PARTIR DE 2024 - LEI 14.759/23)
      *    *========================================================*
           MOVE WS-ANO-TELA            TO WS-NF-AAAA.
           MOVE "N"                    TO WS-NF-ORIGEM.

           MOVE 01                     TO WS-NF-MM.
           MOVE 01                     TO WS-NF-DD.
           MOVE "CONFRATERNIZACAO UNIVERSAL" TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 04                     TO WS-NF-MM.
           MOVE 21                     TO WS-NF-DD.
           MOVE "TIRADENTES"           TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 05                     TO WS-NF-MM.
           MOVE 01                     TO WS-NF-DD.
           MOVE "DIA DO TRABALHO"      TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 09                     TO WS-NF-MM.
           MOVE 07                     TO WS-NF-DD.
           MOVE "INDEPENDENCIA DO BRASIL" TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 10                     TO WS-NF-MM.
           MOVE 12                     TO WS-NF-DD.
           MOVE "NOSSA SENHORA APARECIDA" TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 11                     TO WS-NF-MM.
           MOVE 02                     TO WS-NF-DD.
           MOVE "FINADOS"              TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 11                     TO WS-NF-MM.
           MOVE 15                     TO WS-NF-DD.
           MOVE "PROCLAMACAO DA REPUBLICA" TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           IF WS-ANO-TELA NOT < 2024 THEN
               MOVE 11                 TO WS-NF-MM
               MOVE 20                 TO WS-NF-DD
               MOVE "DIA NACIONAL DE ZUMBI E DA CONSC. NEGRA"
                                       TO WS-NF-DESC
               PERFORM P480-ACRESCENTA THRU P480-FIM
           END-IF.

           MOVE 12                     TO WS-NF-MM.
           MOVE 25                     TO WS-NF-DD.
           MOVE "NATAL"                TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.
      *
       P400-FIM.
      *
       P420-GERA-MOVEIS.
      *
      *    *========================================================*
      *    * DOMINGO DE PASCOA PELO ALGORITMO DE MEEUS; OS MOVEIS SAO
      *    * DESLOCAMENTOS EM DIAS A PARTIR DELE: CARNAVAL -48 E -47,
      *    * SEXTA-FEIRA SANTA -2, CORPUS CHRISTI +60.
      *    *========================================================*
           DIVIDE WS-ANO-TELA BY 19 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-PC-A.
           DIVIDE WS-ANO-TELA BY 100 GIVING WS-PC-B
                                   REMAINDER WS-PC-C.
           DIVIDE WS-PC-B BY 4 GIVING WS-PC-D
                                   REMAINDER WS-PC-E.
           COMPUTE WS-PC-F = (WS-PC-B + 8) / 25.
           COMPUTE WS-PC-G = (WS-PC-B - WS-PC-F + 1) / 3.
           COMPUTE WS-PC-TRABALHO = 19 * WS-PC-A + WS-PC-B - WS-PC-D
                                  - WS-PC-G + 15.
           DIVIDE WS-PC-TRABALHO BY 30 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-PC-H.
           DIVIDE WS-PC-C BY 4 GIVING WS-PC-I
                                   REMAINDER WS-PC-K.
           COMPUTE WS-PC-TRABALHO = 32 + 2 * WS-PC-E + 2 * WS-PC-I
                                  - WS-PC-H - WS-PC-K.
           DIVIDE WS-PC-TRABALHO BY 7 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-PC-L.
           COMPUTE WS-PC-M = (WS-PC-A + 11 * WS-PC-H + 22 * WS-PC-L)
                           / 451.
           COMPUTE WS-PC-TRABALHO = WS-PC-H + WS-PC-L - 7 * WS-PC-M
                                  + 114.
           DIVIDE WS-PC-TRABALHO BY 31 GIVING WS-MES-PASCOA
                                   REMAINDER WS-PC-N.
           COMPUTE WS-DIA-PASCOA = WS-PC-N + 1.

           DIVIDE WS-ANO-TELA BY 4 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-RESTO-4.
           DIVIDE WS-ANO-TELA BY 100 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-RESTO-100.
           DIVIDE WS-ANO-TELA BY 400 GIVING WS-PC-DESCARTE
                                   REMAINDER WS-RESTO-400.
           MOVE "N"                    TO WS-ANO-BISSEXTO.
           IF WS-RESTO-4 EQUAL ZEROS
              AND (WS-RESTO-100 NOT EQUAL ZEROS
                   OR WS-RESTO-400 EQUAL ZEROS) THEN
               SET FLAG-ANO-BISSEXTO   TO TRUE
           END-IF.

      *    PASCOA CAI SEMPRE EM MARCO OU ABRIL: SOMA O DIA 29/02
           COMPUTE WS-DIA-ANO-PASCOA =
                   WS-DIAS-ANTES-MES (WS-MES-PASCOA) + WS-DIA-PASCOA.
           IF FLAG-ANO-BISSEXTO THEN
               ADD 1                   TO WS-DIA-ANO-PASCOA
           END-IF.

           MOVE WS-ANO-TELA            TO WS-NF-AAAA.
           MOVE "M"                    TO WS-NF-ORIGEM.

           MOVE -48                    TO WS-DESLOCAMENTO.
           MOVE "CARNAVAL (SEGUNDA-FEIRA)" TO WS-NF-DESC.
           PERFORM P430-DATA-DO-DESLOCAMENTO THRU P430-FIM.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE -47                    TO WS-DESLOCAMENTO.
           MOVE "CARNAVAL (TERCA-FEIRA)" TO WS-NF-DESC.
           PERFORM P430-DATA-DO-DESLOCAMENTO THRU P430-FIM.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE -2                     TO WS-DESLOCAMENTO.
           MOVE "SEXTA-FEIRA SANTA"    TO WS-NF-DESC.
           PERFORM P430-DATA-DO-DESLOCAMENTO THRU P430-FIM.
           PERFORM P480-ACRESCENTA THRU P480-FIM.

           MOVE 60                     TO WS-DESLOCAMENTO.
           MOVE "CORPUS CHRISTI"       TO WS-NF-DESC.
           PERFORM P430-DATA-DO-DESLOCAMENTO THRU P430-FIM.
           PERFORM P480-ACRESCENTA THRU P480-FIM.
      *
       P420-FIM.
      *
       P430-DATA-DO-DESLOCAMENTO.
      *
      *    *========================================================*
      *    * CONVERTE O DIA DO ANO (PASCOA + DESLOCAMENTO) EM MES/DIA
      *    * DE WS-NF-DATA, PROCURANDO O ULTIMO MES QUE COMECA ANTES
      *    * DELE (A PARTIR DE MARCO CONTA O 29/02 DO ANO BISSEXTO).
      *    *========================================================*
           COMPUTE WS-DIA-ANO = WS-DIA-ANO-PASCOA + WS-DESLOCAMENTO.

           MOVE ZEROS                  TO WS-NF-MM.

           PERFORM VARYING WS-IND-MES FROM 12 BY -1
                   UNTIL WS-IND-MES < 1 OR WS-NF-MM > ZEROS
               MOVE WS-DIAS-ANTES-MES (WS-IND-MES) TO WS-DIAS-ANTES
               IF FLAG-ANO-BISSEXTO AND WS-IND-MES > 2 THEN
                   ADD 1               TO WS-DIAS-ANTES
               END-IF
               IF WS-DIAS-ANTES < WS-DIA-ANO THEN
                   MOVE WS-IND-MES     TO WS-NF-MM
                   COMPUTE WS-NF-DD = WS-DIA-ANO - WS-DIAS-ANTES
               END-IF
           END-PERFORM.
      *
       P430-FIM.
      *
       P440-GERA-LOCAIS.
      *
      *    *========================================================*
      *    * FERIADOS LOCAIS DE DATA FIXA DA TABELA FERIADO-LOCAL.txt;
      *    * SEM O ARQUIVO SO ENTRAM OS NACIONAIS. LINHA COM DIA/MES
      *    * INVALIDO E CONTADA E DESPREZADA.
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-LOCAL.

           OPEN INPUT FERIADO-LOCAL.

           IF NOT WS-FS-LOCAL-OK THEN
               GO TO P440-FIM
           END-IF.

           MOVE WS-ANO-TELA            TO WS-NF-AAAA.
           MOVE "L"                    TO WS-NF-ORIGEM.

           PERFORM UNTIL FLAG-FIM-LOCAL
               READ FERIADO-LOCAL
                   AT END
                       SET FLAG-FIM-LOCAL  TO TRUE
                   NOT AT END
                       IF REG-FERIADO-LOCAL NOT EQUAL SPACES
                          AND REG-FERIADO-LOCAL(1:1) NOT EQUAL "*"
                           PERFORM P450-TRATA-LOCAL THRU P450-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FERIADO-LOCAL.
      *
       P440-FIM.
      *
       P450-TRATA-LOCAL.
      *
           MOVE SPACES                 TO WS-LOCAL-DDMM
                                          WS-LOCAL-DESC.

           UNSTRING REG-FERIADO-LOCAL DELIMITED BY ";"
               INTO WS-LOCAL-DDMM
                    WS-LOCAL-DESC
           END-UNSTRING.

           IF WS-LOCAL-DDMM NOT NUMERIC THEN
               ADD 1                   TO WS-QTD-LOCAIS-INVALIDOS
               GO TO P450-FIM
           END-IF.

           MOVE WS-LOCAL-DDMM          TO WS-LOCAL-DDMM-R.
           MOVE WS-LOCAL-DD            TO WS-LKS-DD.
           MOVE WS-LOCAL-MM            TO WS-LKS-MM.
           MOVE WS-ANO-TELA            TO WS-LKS-AAAA.
           CALL "SCMP0901" USING WS-LKS-AREA.

           IF WS-LKS-RETORNO NOT EQUAL ZERO THEN
               ADD 1                   TO WS-QTD-LOCAIS-INVALIDOS
               GO TO P450-FIM
           END-IF.

           MOVE WS-LOCAL-MM            TO WS-NF-MM.
           MOVE WS-LOCAL-DD            TO WS-NF-DD.
           MOVE WS-LOCAL-DESC          TO WS-NF-DESC.
           PERFORM P480-ACRESCENTA THRU P480-FIM.
      *
       P450-FIM.
      *
       P460-VERIFICA-CADASTRO.
      *
           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GERADOS
               MOVE WS-TG-DATA (WS-IND-GER) TO DATA-FERIADO
               READ FERIADO
                   KEY IS DATA-FERIADO
                       INVALID KEY
                           SET TG-NOVO (WS-IND-GER)     TO TRUE
                           ADD 1       TO WS-QTD-NOVOS
                       NOT INVALID KEY
                           SET TG-JA-CADASTRADO (WS-IND-GER) TO TRUE
                           ADD 1       TO WS-QTD-CADASTRADOS
               END-READ
           END-PERFORM.
      *
       P460-FIM.
      *
       P480-ACRESCENTA.
      *
      *    *========================================================*
      *    * INSERE WS-NOVO-FERIADO NA TABELA MANTENDO A ORDEM DE DATA;
      *    * DATA JA PRESENTE (LOCAL QUE COINCIDE COM UM NACIONAL)
      *    * FICA COM A PRIMEIRA DESCRICAO.
      *    *========================================================*
           IF WS-QTD-GERADOS NOT < 50 THEN
               GO TO P480-FIM
           END-IF.

           MOVE 1                      TO WS-IND-POS.

           PERFORM UNTIL WS-IND-POS > WS-QTD-GERADOS
                      OR WS-TG-DATA (WS-IND-POS) NOT < WS-NF-DATA-NUM
               ADD 1                   TO WS-IND-POS
           END-PERFORM.

           IF WS-IND-POS NOT > WS-QTD-GERADOS THEN
               IF WS-TG-DATA (WS-IND-POS) EQUAL WS-NF-DATA-NUM THEN
                   GO TO P480-FIM
               END-IF
           END-IF.

           PERFORM VARYING WS-IND-GER FROM WS-QTD-GERADOS BY -1
                   UNTIL WS-IND-GER < WS-IND-POS
               MOVE WS-TG-ITEM (WS-IND-GER)
                                   TO WS-TG-ITEM (WS-IND-GER + 1)
           END-PERFORM.

           ADD 1                       TO WS-QTD-GERADOS.
           MOVE WS-NF-DATA-NUM         TO WS-TG-DATA (WS-IND-POS).
           MOVE WS-NF-DESC             TO WS-TG-DESC (WS-IND-POS).
           MOVE WS-NF-ORIGEM           TO WS-TG-ORIGEM (WS-IND-POS).
           MOVE SPACES                 TO WS-TG-SITUACAO (WS-IND-POS).
      *
       P480-FIM.
      *
       P500-MOSTRA-LISTA.
      *
      *    *========================================================*
      *    * LISTA NA TELA, 14 FERIADOS POR PAGINA (LINHAS 06 A 19)
      *    *========================================================*
           MOVE 5                      TO WS-LINHA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-CABECALHO-SCREEN.

           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GERADOS
               IF WS-LINHA-TELA EQUAL 19 THEN
                   DISPLAY "<ENTER> PARA A PROXIMA PAGINA" AT 2105
                   ACCEPT WS-PROMPT    AT 2140
                   DISPLAY SS-CLEAR-SCREEN
                   DISPLAY SS-CABECALHO-SCREEN
                   MOVE 5              TO WS-LINHA-TELA
               END-IF
               ADD 1                   TO WS-LINHA-TELA
               PERFORM P520-MONTA-LINHA THRU P520-FIM
               COMPUTE WS-AT-POS = (WS-LINHA-TELA * 100) + 5
               DISPLAY WS-LINHA-LISTA  AT WS-AT-POS
           END-PERFORM.

           IF WS-QTD-LOCAIS-INVALIDOS > ZEROS THEN
               DISPLAY "LINHAS INVALIDAS NO FERIADO-LOCAL.txt: "
                       WS-QTD-LOCAIS-INVALIDOS  AT 2005
           END-IF.
      *
       P500-FIM.
      *
       P520-MONTA-LINHA.
      *
           MOVE WS-TG-DATA (WS-IND-GER)    TO WS-NF-DATA-NUM.
           MOVE SPACES                     TO WS-LL-DATA.
           STRING WS-NF-DD "/" WS-NF-MM "/" WS-NF-AAAA
               DELIMITED BY SIZE INTO WS-LL-DATA.
           MOVE WS-TG-DESC (WS-IND-GER)    TO WS-LL-DESC.

           EVALUATE WS-TG-ORIGEM (WS-IND-GER)
               WHEN "N"
                   MOVE "NACIONAL"         TO WS-LL-ORIGEM
               WHEN "M"
                   MOVE "MOVEL"            TO WS-LL-ORIGEM
               WHEN OTHER
                   MOVE "LOCAL"            TO WS-LL-ORIGEM
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TG-NOVO (WS-IND-GER)
                   MOVE "NOVO"             TO WS-LL-SITUACAO
               WHEN TG-JA-CADASTRADO (WS-IND-GER)
                   MOVE "JA CADASTRADO"    TO WS-LL-SITUACAO
               WHEN TG-INCLUIDO (WS-IND-GER)
                   MOVE "INCLUIDO"         TO WS-LL-SITUACAO
               WHEN OTHER
                   MOVE "ERRO GRAVACAO"    TO WS-LL-SITUACAO
           END-EVALUATE.
      *
       P520-FIM.
      *
       P600-GRAVA-FERIADOS.
      *
           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GERADOS
               IF TG-NOVO (WS-IND-GER) THEN
                   MOVE WS-TG-DATA (WS-IND-GER) TO DATA-FERIADO
                   MOVE WS-TG-DESC (WS-IND-GER) TO DESC-FERIADO
                   WRITE REG-FERIADO
                   EVALUATE TRUE
                       WHEN WS-FS-OK
                           SET TG-INCLUIDO (WS-IND-GER) TO TRUE
                           ADD 1       TO WS-QTD-INCLUIDOS
                           MOVE SPACES TO AUD-VALOR-ANTERIOR
                           MOVE DESC-FERIADO  TO AUD-VALOR-NOVO
                           MOVE DATA-FERIADO  TO AUD-CHAVE
                           MOVE "I"    TO AUD-OPERACAO
                           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                           MOVE "FERIADO"           TO JOR-ARQUIVO
                           MOVE "I"                 TO JOR-OPERACAO
                           MOVE SPACES              TO JOR-IMAGEM-ANTES
                           MOVE REG-FERIADO         TO JOR-IMAGEM-DEPOIS
                           PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                       WHEN WS-FS-DUPLICADO
                           SET TG-JA-CADASTRADO (WS-IND-GER) TO TRUE
                       WHEN OTHER
                           SET TG-ERRO (WS-IND-GER) TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
       P600-FIM.
      *
       P700-RELATORIO.
      *
           OPEN OUTPUT SCMO0085.

           MOVE WS-ANO-TELA            TO WS-CAB-ANO.
           MOVE SPACES                 TO WS-CAB-DT-SIS.
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           PERFORM VARYING WS-IND-GER FROM 1 BY 1
                   UNTIL WS-IND-GER > WS-QTD-GERADOS
               PERFORM P520-MONTA-LINHA THRU P520-FIM
               MOVE WS-LINHA-LISTA     TO WS-LST-DET-LINHA
               WRITE REG-REPORT    FROM WS-LST-DET
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "FERIADOS INCLUIDOS..........................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-INCLUIDOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "FERIADOS JA CADASTRADOS.....................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-CADASTRADOS     TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "LINHAS INVALIDAS NO FERIADO-LOCAL.txt.......: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-LOCAIS-INVALIDOS TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0085.
      *
       P700-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0085"         TO AUD-PROGRAMA.
           MOVE "FERIADO"          TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0085"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE FERIADO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0085.
