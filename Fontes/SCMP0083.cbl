      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: LIMPEZA DOS ARQUIVOS DE TRABALHO DO SORT ORFAOS - LISTA
      *          OS SORT-TMP_<PROGRAMA>_<AAAAMMDDHHMMSSCC>.txt QUE
      *          SOBRARAM NA PASTA DE ARQUIVOS (EXECUCAO INTERROMPIDA
      *          ANTES DE O SCMP0918 APAGAR O SEU) E REMOVE OS DE DIAS
      *          ANTERIORES OU COM MAIS DE UMA HORA, PARA NAO APAGAR O
      *          DE UM RELATORIO AINDA EM ANDAMENTO. O SCMO0083 TRAZ
      *          CADA ARQUIVO REMOVIDO (PROGRAMA, DATA E HORA DA
      *          EXECUCAO). RODA NO PROCESSAMENTO NOTURNO (SCMP0090),
      *          SEM TELA, E DEVOLVE A QUANTIDADE EM LK-MENSAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0083.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT LISTA-SORT ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SORT-TMP-LISTA.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-LISTA.
      *
           SELECT SCMO0083     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0083.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD LISTA-SORT.
       01 REG-LISTA-SORT                       PIC X(80).
      *
       FD SCMO0083.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "SortTmp.cpy".
      *
       77 WS-FS-LISTA                          PIC X(02).
           88 WS-FS-LISTA-OK                   VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-ORFAO                             PIC X(01) VALUE "N".
           88 FLAG-ORFAO                       VALUE "S".
      *
       77 WS-CMD-LISTA                         PIC X(250) VALUE SPACES.
      *
      *    *========================================================*
      *    * PARTES DO NOME: SORT-TMP _ PROGRAMA _ CARIMBO.txt
      *    *========================================================*
       77 WS-NOME-PREFIXO                      PIC X(10) VALUE SPACES.
       77 WS-NOME-PROGRAMA                     PIC X(10) VALUE SPACES.
       77 WS-NOME-RESTO                        PIC X(40) VALUE SPACES.
      *
       01 WS-CARIMBO-LIDO.
           05 WS-CAR-DATA                      PIC 9(08).
           05 WS-CAR-HORA.
               10 WS-CAR-HH                    PIC 9(02).
               10 WS-CAR-MI                    PIC 9(02).
               10 WS-CAR-SS                    PIC 9(02).
               10 WS-CAR-CC                    PIC 9(02).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
       01 WS-DATA-CORRENTE-NUM REDEFINES WS-DATA-CORRENTE PIC 9(08).
      *
       01 WS-HORA-CORRENTE.
           05 WS-HH-CORRENTE                   PIC 9(02).
           05 WS-MI-CORRENTE                   PIC 9(02).
           05 FILLER                           PIC 9(04).
      *
       77 WS-MINUTOS-AGORA                     PIC 9(04) VALUE ZEROS.
       77 WS-MINUTOS-ARQUIVO                   PIC 9(04) VALUE ZEROS.
      *
       77 WS-QTD-LIDOS                         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REMOVIDOS                     PIC 9(05) VALUE ZEROS.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0083 - ".
               05 FILLER   PIC X(48) VALUE
                       "ARQUIVOS DE TRABALHO DO SORT REMOVIDOS".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE "ARQUIVO".
               05 FILLER               PIC X(10) VALUE "PROGRAMA".
               05 FILLER               PIC X(11) VALUE "DATA".
               05 FILLER               PIC X(08) VALUE "HORA".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ARQUIVO       PIC X(44) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PROGRAMA      PIC X(08) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DATA          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-HORA          PIC X(05) VALUE SPACES.
      *
           03 WS-LST-SEM-ITENS.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                   "NENHUM ARQUIVO DE TRABALHO ORFAO".
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "ARQUIVOS REMOVIDOS........................: ".
               05 WS-LST-QTD-REMOVIDOS PIC ZZZZ9.
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

           PERFORM P200-LISTA-ARQUIVOS THRU P200-FIM.

           PERFORM P300-VARRE-LISTA THRU P300-FIM.

           PERFORM P700-RESUMO THRU P700-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           ACCEPT  WS-HORA-CORRENTE FROM TIME.

           COMPUTE WS-MINUTOS-AGORA =
                   WS-HH-CORRENTE * 60 + WS-MI-CORRENTE.

           MOVE ZEROS                  TO WS-QTD-LIDOS
                                          WS-QTD-REMOVIDOS.

           OPEN OUTPUT SCMO0083.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
      *
       P100-FIM.
      *
       P200-LISTA-ARQUIVOS.
      *
      *    *========================================================*
      *    * SO OS NOMES (dir /B) VAO PARA O SORT-TMP-LISTA.txt; SEM
      *    * NENHUM ARQUIVO A LISTA FICA VAZIA
      *    *========================================================*
           MOVE SPACES                 TO WS-CMD-LISTA.

           STRING
               "dir /B "
               """F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\C
      -        "OMPRAS-MERCADO\Arquivos\SORT-TMP_*.txt"" > "
               """F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\C
      -        "OMPRAS-MERCADO\Arquivos\SORT-TMP-LISTA.txt"" 2>nul"
                   DELIMITED BY SIZE
                   INTO WS-CMD-LISTA.

           CALL "SYSTEM" USING WS-CMD-LISTA.
      *
       P200-FIM.
      *
       P300-VARRE-LISTA.
      *
           OPEN INPUT LISTA-SORT.

           IF NOT WS-FS-LISTA-OK THEN
               GO TO P300-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ LISTA-SORT
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-QTD-LIDOS
                       PERFORM P310-AVALIA-ARQUIVO THRU P310-FIM
                       IF FLAG-ORFAO
                           PERFORM P320-REMOVE-ARQUIVO THRU P320-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LISTA-SORT.
      *
       P300-FIM.
      *
       P310-AVALIA-ARQUIVO.
      *
           MOVE "N"                    TO WS-ORFAO.

           MOVE SPACES                 TO WS-NOME-PREFIXO
                                          WS-NOME-PROGRAMA
                                          WS-NOME-RESTO.

           UNSTRING REG-LISTA-SORT DELIMITED BY "_"
               INTO WS-NOME-PREFIXO
                    WS-NOME-PROGRAMA
                    WS-NOME-RESTO.

      *    NOME FORA DO PADRAO DO SCMP0918 NAO E MEXIDO
           MOVE WS-NOME-RESTO(1:16)    TO WS-CARIMBO-LIDO.

           IF WS-NOME-PREFIXO NOT EQUAL "SORT-TMP"
              OR WS-NOME-PROGRAMA EQUAL SPACES
              OR WS-CARIMBO-LIDO IS NOT NUMERIC
              OR WS-NOME-RESTO(17:4) NOT EQUAL ".txt" THEN
               GO TO P310-FIM
           END-IF.

           IF WS-CAR-DATA < WS-DATA-CORRENTE-NUM THEN
               SET FLAG-ORFAO          TO TRUE
               GO TO P310-FIM
           END-IF.

      *    DO PROPRIO DIA, SO COM UMA HORA OU MAIS
           IF WS-CAR-DATA EQUAL WS-DATA-CORRENTE-NUM THEN
               COMPUTE WS-MINUTOS-ARQUIVO =
                       WS-CAR-HH * 60 + WS-CAR-MI
               IF WS-MINUTOS-AGORA >= WS-MINUTOS-ARQUIVO + 60
                   SET FLAG-ORFAO      TO TRUE
               END-IF
           END-IF.
      *
       P310-FIM.
      *
       P320-REMOVE-ARQUIVO.
      *
           MOVE WS-NOME-PROGRAMA       TO STM-PROGRAMA.
           MOVE WS-CARIMBO-LIDO        TO STM-CARIMBO.
           SET STM-EXCLUI              TO TRUE.
           CALL "SCMP0918" USING REG-SORT-TMP.

           ADD 1                       TO WS-QTD-REMOVIDOS.

           MOVE REG-LISTA-SORT         TO WS-DET-ARQUIVO.
           MOVE WS-NOME-PROGRAMA       TO WS-DET-PROGRAMA.
           MOVE SPACES                 TO WS-DET-DATA
                                          WS-DET-HORA.
           STRING  WS-CAR-DATA(7:2) "/"
                   WS-CAR-DATA(5:2) "/"
                   WS-CAR-DATA(1:4)    INTO    WS-DET-DATA.
           STRING  WS-CAR-HH ":"
                   WS-CAR-MI           INTO    WS-DET-HORA.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P320-FIM.
      *
       P700-RESUMO.
      *
           IF WS-QTD-REMOVIDOS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-SEM-ITENS
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-BRANCO.
           MOVE WS-QTD-REMOVIDOS       TO WS-LST-QTD-REMOVIDOS.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE SPACES                 TO LK-MENSAGEM.
           STRING  WS-QTD-REMOVIDOS " REMOVIDOS"
                   DELIMITED BY SIZE   INTO    LK-MENSAGEM.

           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "SCMP0083 - ARQUIVOS DE SORT ORFAOS REMOVIDOS: "
                       WS-QTD-REMOVIDOS
           ELSE
               DISPLAY "ARQUIVOS DE SORT ORFAOS REMOVIDOS: "
                       WS-QTD-REMOVIDOS                AT 1205
               DISPLAY "RELATORIO GERADO EM SCMO0083.txt"   AT 1305
               ACCEPT WS-PROMPT                AT 1350
           END-IF.
      *
       P700-FIM.
      *
       P900-FIM.
           CLOSE   SCMO0083.
      *
           MOVE ZERO                   TO RETURN-CODE.
      *
           GOBACK.
       END PROGRAM SCMP0083.
