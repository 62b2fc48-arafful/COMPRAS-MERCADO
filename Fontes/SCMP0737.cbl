      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARGA DE AVISOS DE EMBARQUE - LE OS AVISOS ENVIADOS
      *          PELOS FORNECEDORES QUE RECEBEM PEDIDO POR ARQUIVO
      *          (AVISO-EMBARQUE-CARGA.txt, LAYOUT FIXO HEADER/
      *          DETALHE/TRAILER DO AvisoEmbarqueArq.cpy), CONFERE OS
      *          TOTAIS DE CONTROLE DE CADA AVISO, CASA O AVISO COM O
      *          SEU PEDIDO DE COMPRA E GRAVA AS QUANTIDADES AVISADAS
      *          NO AVISO-EMBARQUE.dat, DE ONDE O RECEBIMENTO (SCMP0716)
      *          PRE-PREENCHE A TELA
      *
      * AVISO COM TOTAIS QUE NAO CONFEREM, SEM TRAILER OU DE PEDIDO
      * INEXISTENTE, FECHADO OU CANCELADO E REJEITADO POR INTEIRO.
      * PRODUTO QUE NAO ESTA NO PEDIDO E LISTADO E DESPREZADO.
      * SEGUNDO AVISO PARA UM PEDIDO AINDA NAO RECEBIDO SOMA AS
      * QUANTIDADES AO PENDENTE; O MESMO NUMERO DE AVISO NAO ENTRA
      * DUAS VEZES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0737.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISO-CARGA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AVISO-EMBARQUE-CARGA.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-CARGA.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-PEDIDO.
      *
           SELECT AVISO-EMBARQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AVISO-EMBARQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-AVISO-EMBARQUE
                FILE STATUS    IS WS-FS-AVISO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0737     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0737.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD AVISO-CARGA.
           COPY "AvisoEmbarqueArq.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD AVISO-EMBARQUE.
           COPY "AvisoEmbarque.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0737.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * AVISO EM LEITURA - HEADER GUARDADO E DETALHES ACUMULADOS
      *    * ATE O TRAILER, QUANDO O AVISO E CONFERIDO E APLICADO.
      *    *========================================================*
       77 WS-AVISO-ABERTO                      PIC X(01) VALUE "N".
           88 FLAG-AVISO-ABERTO                VALUE "S".
       77 WS-MOTIVO-REJEICAO                   PIC X(40) VALUE SPACES.
      *
       01 WS-HEADER-AVISO.
           05 WS-HA-NUM-PEDIDO.
               10 WS-HA-COD-FORNECEDOR         PIC X(10).
               10 WS-HA-DATA-PEDIDO.
                   15 WS-HA-AAAA-PEDIDO        PIC X(04).
                   15 WS-HA-MM-PEDIDO          PIC X(02).
                   15 WS-HA-DD-PEDIDO          PIC X(02).
               10 WS-HA-SEQ-PEDIDO             PIC X(02).
           05 WS-HA-NUM-AVISO                  PIC X(15).
           05 WS-HA-DATA-EMBARQUE              PIC X(08).
           05 WS-HA-DATA-EMBARQUE-N REDEFINES WS-HA-DATA-EMBARQUE
                                               PIC 9(08).
      *
       01 WS-TAB-DETALHE-AVISO.
           05 WS-DA-ITEM OCCURS 30 TIMES.
               10 WS-DA-COD-PRODUTO            PIC X(14).
               10 WS-DA-QTD                    PIC 9(07)V999.
      *
       77 WS-QTD-DETALHES                      PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-QTD-DETALHES              PIC 9(12)V999 VALUE ZEROS.
       77 WS-IND-DET                           PIC 9(02) VALUE ZEROS.
       77 WS-IND-ITEM                          PIC 9(02) VALUE ZEROS.
       77 WS-IND-ACHOU                         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-CASADOS                 PIC 9(02) VALUE ZEROS.
      *
       01 WS-TAB-QTD-AVISO.
           05 WS-QTD-AVISO-ITEM OCCURS 10 TIMES PIC 9(07)V999.
      *
       77 WS-SITUACAO-AVISO-GRAV               PIC X(01) VALUE SPACES.
           88 FLAG-AVISO-NOVO                  VALUE "N".
           88 FLAG-AVISO-SOMADO                VALUE "S".
           88 FLAG-AVISO-SUBSTITUIDO           VALUE "T".
      *
       77 WS-QTD-ACEITOS                       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS                         PIC 9(05) VALUE ZEROS.
      *
       77 WS-FS-CARGA                          PIC X(02).
           88 WS-FS-CARGA-OK                   VALUE "00".
      *
       77 WS-FS-PEDIDO                         PIC X(02).
           88 WS-FS-PED-OK                     VALUE "00".
      *
       77 WS-FS-AVISO                          PIC X(02).
           88 WS-FS-AVISO-OK                   VALUE "00".
           88 WS-FS-AVISO-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA                     PIC 9(04).
           05 WS-HOJE-MM                       PIC 9(02).
           05 WS-HOJE-DD                       PIC 9(02).
       01 WS-DATA-HOJE-NUM REDEFINES WS-DATA-HOJE PIC 9(08).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(83) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(50) VALUE
                       "SMCO0737 - CARGA DE AVISOS DE EMBARQUE".
      *
           03 WS-LST-DET-AVISO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "PEDIDO: ".
               05 WS-DET-NUM-PEDIDO    PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE " AVISO: ".
               05 WS-DET-NUM-AVISO     PIC X(15) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-RESULTADO     PIC X(45) VALUE SPACES.
      *
           03 WS-LST-DET-ERRO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(06) VALUE "ERRO: ".
               05 WS-DET-ERRO-TEXTO    PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-ERRO-LINHA    PIC X(40) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "AVISOS ACEITOS......: ".
               05 WS-TOT-ACEITOS       PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "AVISOS REJEITADOS...: ".
               05 WS-TOT-REJEITADOS    PIC ZZZZ9.
      *
           03 WS-LST-FINAL-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(22) VALUE
                                       "LINHAS COM ERRO.....: ".
               05 WS-TOT-ERROS         PIC ZZZZ9.
      *
       77 WS-ITENS-EDIT                        PIC Z9.
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
       77 WS-ROTINA-OK                         PIC X(01) VALUE "S".
           88 FLAG-ROTINA-OK                   VALUE "S".
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

           PERFORM P300-PROCESSA THRU P300-FIM
               UNTIL FLAG-EOF.

           PERFORM P500-FINALIZA THRU P500-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".

           SET WS-FS-CARGA-OK      TO  TRUE.
           SET WS-FS-PED-OK        TO  TRUE.
           SET WS-FS-AVISO-OK      TO  TRUE.
           MOVE "N"                TO WS-AVISO-ABERTO.

           ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD.

           OPEN INPUT AVISO-CARGA.

           IF NOT WS-FS-CARGA-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "AVISO-EMBARQUE-CARGA.txt NAO ENCONTRADO"
               ELSE
                   DISPLAY "AVISO-EMBARQUE-CARGA.txt NAO ENCONTRADO"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT PEDIDO-COMPRA.

           IF NOT WS-FS-PED-OK THEN
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                               AT 1505
                   ACCEPT WS-PROMPT            AT 1501
               END-IF
               MOVE "N"                TO WS-ROTINA-OK
               SET FLAG-EOF            TO TRUE
               PERFORM P900-FIM
           END-IF.

           OPEN I-O AVISO-EMBARQUE.

           IF WS-FS-AVISO-NAO-EXISTE THEN
               OPEN OUTPUT AVISO-EMBARQUE
               CLOSE AVISO-EMBARQUE
               OPEN I-O AVISO-EMBARQUE
           END-IF.

           OPEN EXTEND AUDITORIA.

           OPEN OUTPUT SCMO0737.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           READ AVISO-CARGA
               AT END
                   SET FLAG-EOF        TO TRUE
                   IF FLAG-AVISO-ABERTO THEN
                       MOVE "AVISO SEM TRAILER"
                                       TO WS-MOTIVO-REJEICAO
                       PERFORM P480-REJEITA-AVISO THRU P480-FIM
                   END-IF
               NOT AT END
                   PERFORM P320-TRATA-LINHA THRU P320-FIM
           END-READ.
      *
       P300-FIM.
      *
       P320-TRATA-LINHA.
      *
           EVALUATE TRUE
               WHEN REG-AVISO-ARQ EQUAL SPACES
                   CONTINUE
               WHEN AVSARQ-HEADER
                   PERFORM P330-TRATA-HEADER THRU P330-FIM
               WHEN AVSARQ-DETALHE
                   PERFORM P340-TRATA-DETALHE THRU P340-FIM
               WHEN AVSARQ-TRAILER
                   PERFORM P350-TRATA-TRAILER THRU P350-FIM
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO"
                                       TO WS-DET-ERRO-TEXTO
                   PERFORM P390-GRAVA-ERRO THRU P390-FIM
           END-EVALUATE.
      *
       P320-FIM.
      *
       P330-TRATA-HEADER.
      *
      *    *========================================================*
      *    * NOVO AVISO. UM AVISO ANTERIOR SEM TRAILER E REJEITADO.
      *    *========================================================*
           IF FLAG-AVISO-ABERTO THEN
               MOVE "AVISO SEM TRAILER"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
           END-IF.

           MOVE NUM-PEDIDO-AVSARQ      TO WS-HA-NUM-PEDIDO.
           MOVE NUM-AVISO-AVSARQ       TO WS-HA-NUM-AVISO.
           MOVE DATA-EMBARQUE-AVSARQ   TO WS-HA-DATA-EMBARQUE.

           MOVE ZEROS                  TO WS-QTD-DETALHES.
           MOVE ZEROS                  TO WS-SOMA-QTD-DETALHES.
           MOVE SPACES                 TO WS-MOTIVO-REJEICAO.
           SET FLAG-AVISO-ABERTO       TO TRUE.

           IF WS-HA-NUM-AVISO EQUAL SPACES THEN
               MOVE "AVISO SEM NUMERO"  TO WS-MOTIVO-REJEICAO
           END-IF.

           IF WS-HA-DATA-EMBARQUE NOT NUMERIC THEN
               MOVE "DATA DE EMBARQUE INVALIDA"
                                       TO WS-MOTIVO-REJEICAO
           END-IF.
      *
       P330-FIM.
      *
       P340-TRATA-DETALHE.
      *
           IF NOT FLAG-AVISO-ABERTO THEN
               MOVE "DETALHE FORA DE AVISO"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P390-GRAVA-ERRO THRU P390-FIM
               GO TO P340-FIM
           END-IF.

           ADD 1                       TO WS-QTD-DETALHES.

           IF NUM-PEDIDO-AVSARQ NOT EQUAL WS-HA-NUM-PEDIDO THEN
               MOVE "DETALHE DE OUTRO PEDIDO"
                                       TO WS-MOTIVO-REJEICAO
               GO TO P340-FIM
           END-IF.

           IF QTD-EMBARCADA-AVSARQ NOT NUMERIC THEN
               MOVE "QUANTIDADE EMBARCADA INVALIDA"
                                       TO WS-MOTIVO-REJEICAO
               GO TO P340-FIM
           END-IF.

           IF WS-QTD-DETALHES > 30 THEN
               MOVE "AVISO COM MAIS DE 30 DETALHES"
                                       TO WS-MOTIVO-REJEICAO
               GO TO P340-FIM
           END-IF.

           MOVE COD-PRODUTO-AVSARQ     TO
                               WS-DA-COD-PRODUTO(WS-QTD-DETALHES).
           MOVE QTD-EMBARCADA-AVSARQ-N TO WS-DA-QTD(WS-QTD-DETALHES).
           ADD QTD-EMBARCADA-AVSARQ-N  TO WS-SOMA-QTD-DETALHES.
      *
       P340-FIM.
      *
       P350-TRATA-TRAILER.
      *
      *    *========================================================*
      *    * TOTAIS DE CONTROLE: QUANTIDADE DE DETALHES E SOMA DAS
      *    * QUANTIDADES TEM QUE BATER COM O QUE FOI LIDO.
      *    *========================================================*
           IF NOT FLAG-AVISO-ABERTO THEN
               MOVE "TRAILER FORA DE AVISO"
                                       TO WS-DET-ERRO-TEXTO
               PERFORM P390-GRAVA-ERRO THRU P390-FIM
               GO TO P350-FIM
           END-IF.

           IF WS-MOTIVO-REJEICAO EQUAL SPACES THEN
               IF NUM-PEDIDO-AVSARQ NOT EQUAL WS-HA-NUM-PEDIDO
                  OR QTD-DETALHES-AVSARQ NOT NUMERIC
                  OR TOT-QTD-AVSARQ NOT NUMERIC THEN
                   MOVE "TRAILER INVALIDO"
                                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF QTD-DETALHES-AVSARQ-N NOT EQUAL WS-QTD-DETALHES
                      OR TOT-QTD-AVSARQ-N NOT EQUAL
                         WS-SOMA-QTD-DETALHES THEN
                       MOVE "TOTAIS DE CONTROLE NAO CONFEREM"
                                       TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIVO-REJEICAO EQUAL SPACES THEN
               PERFORM P400-APLICA-AVISO THRU P400-FIM
           ELSE
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
           END-IF.

           MOVE "N"                    TO WS-AVISO-ABERTO.
      *
       P350-FIM.
      *
       P390-GRAVA-ERRO.
      *
           ADD 1                       TO WS-QTD-ERROS.
           MOVE REG-AVISO-ARQ(1:40)    TO WS-DET-ERRO-LINHA.
           WRITE REG-REPORT    FROM WS-LST-DET-ERRO.
      *
       P390-FIM.
      *
       P400-APLICA-AVISO.
      *
      *    *========================================================*
      *    * CASA O AVISO COM O PEDIDO (FORNECEDOR + DATA + SEQUENCIA)
      *    * E CADA PRODUTO COM O ITEM DO PEDIDO AINDA EM ABERTO.
      *    *========================================================*
           IF WS-HA-DATA-PEDIDO NOT NUMERIC
              OR WS-HA-SEQ-PEDIDO NOT NUMERIC THEN
               MOVE "NUMERO DO PEDIDO INVALIDO"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
               GO TO P400-FIM
           END-IF.

           MOVE WS-HA-COD-FORNECEDOR   TO FK-COD-FORNECEDOR-PED.
           MOVE WS-HA-DD-PEDIDO        TO DIA-PEDIDO.
           MOVE WS-HA-MM-PEDIDO        TO MES-PEDIDO.
           MOVE WS-HA-AAAA-PEDIDO      TO ANO-PEDIDO.
           MOVE WS-HA-SEQ-PEDIDO       TO SEQ-PEDIDO.

           READ PEDIDO-COMPRA
               KEY IS CHAVE-PEDIDO-COMPRA
                   INVALID KEY
                       MOVE "PEDIDO NAO ENCONTRADO"
                                       TO WS-MOTIVO-REJEICAO
           END-READ.

           IF WS-MOTIVO-REJEICAO EQUAL SPACES THEN
               EVALUATE TRUE
                   WHEN PEDIDO-FECHADO
                       MOVE "PEDIDO JA FECHADO"
                                       TO WS-MOTIVO-REJEICAO
                   WHEN PEDIDO-CANCELADO
                       MOVE "PEDIDO CANCELADO"
                                       TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES THEN
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
               GO TO P400-FIM
           END-IF.

           INITIALIZE WS-TAB-QTD-AVISO.
           MOVE ZEROS                  TO WS-QTD-ITENS-CASADOS.

           PERFORM VARYING WS-IND-DET FROM 1 BY 1
                   UNTIL WS-IND-DET > WS-QTD-DETALHES
               PERFORM P410-CASA-PRODUTO THRU P410-FIM
           END-PERFORM.

           IF WS-QTD-ITENS-CASADOS EQUAL ZEROS THEN
               MOVE "NENHUM PRODUTO DO AVISO ESTA NO PEDIDO"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
               GO TO P400-FIM
           END-IF.

           PERFORM P420-GRAVA-AVISO THRU P420-FIM.
      *
       P400-FIM.
      *
       P410-CASA-PRODUTO.
      *
           MOVE ZEROS                  TO WS-IND-ACHOU.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > QTD-ITENS-PEDIDO
                      OR WS-IND-ACHOU > ZEROS
               IF COD-PRODUTO-PEDIDO(WS-IND-ITEM) EQUAL
                      WS-DA-COD-PRODUTO(WS-IND-DET)
                  AND NOT ITEM-PEDIDO-ENCERRADO(WS-IND-ITEM) THEN
                   MOVE WS-IND-ITEM    TO WS-IND-ACHOU
               END-IF
           END-PERFORM.

           IF WS-IND-ACHOU EQUAL ZEROS THEN
               MOVE "PRODUTO FORA DO PEDIDO - DESPREZADO"
                                       TO WS-DET-ERRO-TEXTO
               MOVE SPACES             TO WS-DET-ERRO-LINHA
               STRING WS-HA-NUM-PEDIDO DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-DA-COD-PRODUTO(WS-IND-DET)
                                       DELIMITED BY SIZE
                                       INTO WS-DET-ERRO-LINHA
               ADD 1                   TO WS-QTD-ERROS
               WRITE REG-REPORT    FROM WS-LST-DET-ERRO
           ELSE
               IF WS-QTD-AVISO-ITEM(WS-IND-ACHOU) EQUAL ZEROS THEN
                   ADD 1               TO WS-QTD-ITENS-CASADOS
               END-IF
               ADD WS-DA-QTD(WS-IND-DET)
                       TO WS-QTD-AVISO-ITEM(WS-IND-ACHOU)
           END-IF.
      *
       P410-FIM.
      *
       P420-GRAVA-AVISO.
      *
      *    *========================================================*
      *    * UM AVISO POR PEDIDO: SEM AVISO OU COM O ANTERIOR JA
      *    * CONFERIDO NO RECEBIMENTO, O NOVO OCUPA O REGISTRO; COM
      *    * AVISO AINDA PENDENTE, AS QUANTIDADES SAO SOMADAS.
      *    *========================================================*
           MOVE CHAVE-PEDIDO-COMPRA    TO CHAVE-AVISO-EMBARQUE.

           READ AVISO-EMBARQUE
               KEY IS CHAVE-AVISO-EMBARQUE
                   INVALID KEY
                       SET FLAG-AVISO-NOVO        TO TRUE
                   NOT INVALID KEY
                       IF AVISO-PENDENTE THEN
                           SET FLAG-AVISO-SOMADO  TO TRUE
                       ELSE
                           SET FLAG-AVISO-SUBSTITUIDO TO TRUE
                       END-IF
           END-READ.

           IF FLAG-AVISO-SOMADO
              AND NUM-AVISO-EMBARQUE EQUAL WS-HA-NUM-AVISO THEN
               MOVE "AVISO JA CARREGADO"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
               GO TO P420-FIM
           END-IF.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           IF NOT FLAG-AVISO-NOVO THEN
               MOVE NUM-AVISO-EMBARQUE TO AUD-VALOR-ANTERIOR
           END-IF.

           IF NOT FLAG-AVISO-SOMADO THEN
               INITIALIZE REG-AVISO-EMBARQUE
               MOVE CHAVE-PEDIDO-COMPRA TO CHAVE-AVISO-EMBARQUE
           END-IF.

           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > 10
               ADD WS-QTD-AVISO-ITEM(WS-IND-ITEM)
                       TO QTD-AVISADA-ITEM(WS-IND-ITEM)
           END-PERFORM.

           MOVE WS-HA-NUM-AVISO        TO NUM-AVISO-EMBARQUE.
           MOVE WS-HA-DATA-EMBARQUE-N  TO DATA-EMBARQUE-AVS.
           MOVE WS-DATA-HOJE-NUM       TO DATA-CARGA-AVS.
           SET AVISO-PENDENTE          TO TRUE.

           IF FLAG-AVISO-NOVO THEN
               WRITE REG-AVISO-EMBARQUE
           ELSE
               REWRITE REG-AVISO-EMBARQUE
           END-IF.

           IF NOT WS-FS-AVISO-OK THEN
               MOVE "ERRO NA GRAVACAO DO AVISO"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM P480-REJEITA-AVISO THRU P480-FIM
               GO TO P420-FIM
           END-IF.

           ADD 1                       TO WS-QTD-ACEITOS.
           MOVE WS-QTD-ITENS-CASADOS   TO WS-ITENS-EDIT.
           MOVE WS-HA-NUM-PEDIDO       TO WS-DET-NUM-PEDIDO.
           MOVE WS-HA-NUM-AVISO        TO WS-DET-NUM-AVISO.
           MOVE SPACES                 TO WS-DET-RESULTADO.
           EVALUATE TRUE
               WHEN FLAG-AVISO-SOMADO
                   STRING "ACEITO - "  DELIMITED BY SIZE
                          WS-ITENS-EDIT DELIMITED BY SIZE
                          " ITENS, SOMADO AO PENDENTE"
                                       DELIMITED BY SIZE
                                       INTO WS-DET-RESULTADO
               WHEN OTHER
                   STRING "ACEITO - "  DELIMITED BY SIZE
                          WS-ITENS-EDIT DELIMITED BY SIZE
                          " ITENS"     DELIMITED BY SIZE
                                       INTO WS-DET-RESULTADO
           END-EVALUATE.
           WRITE REG-REPORT    FROM WS-LST-DET-AVISO.

           MOVE WS-HA-NUM-AVISO        TO AUD-VALOR-NOVO.
           MOVE WS-HA-NUM-PEDIDO       TO AUD-CHAVE.
           IF FLAG-AVISO-NOVO THEN
               MOVE "I"                TO AUD-OPERACAO
           ELSE
               MOVE "A"                TO AUD-OPERACAO
           END-IF.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P420-FIM.
      *
       P480-REJEITA-AVISO.
      *
           ADD 1                       TO WS-QTD-REJEITADOS.
           MOVE WS-HA-NUM-PEDIDO       TO WS-DET-NUM-PEDIDO.
           MOVE WS-HA-NUM-AVISO        TO WS-DET-NUM-AVISO.
           MOVE SPACES                 TO WS-DET-RESULTADO.
           STRING "REJEITADO - "       DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO   DELIMITED BY SIZE
                                       INTO WS-DET-RESULTADO.
           WRITE REG-REPORT    FROM WS-LST-DET-AVISO.
           MOVE "N"                    TO WS-AVISO-ABERTO.
      *
       P480-FIM.
      *
       P500-FINALIZA.
      *
           MOVE WS-QTD-ACEITOS         TO WS-TOT-ACEITOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           MOVE WS-QTD-REJEITADOS      TO WS-TOT-REJEITADOS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-2.
           MOVE WS-QTD-ERROS           TO WS-TOT-ERROS.
           WRITE REG-REPORT    FROM WS-LST-FINAL-3.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0737"         TO AUD-PROGRAMA.
           MOVE "AVISO-EMBARQUE"   TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE AVISO-CARGA
                 PEDIDO-COMPRA
                 AVISO-EMBARQUE
                 AUDITORIA
                 SCMO0737.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0737.
