      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CODIGO INTERNO PARA PRODUTO SEM CODIGO DE BARRAS
      *          (FEIRA, PADARIA, GRANEL DA CEREALISTA) - EMITE O
      *          PROXIMO CODIGO DA FAIXA DE CIRCULACAO RESTRITA DA LOJA
      *          (EAN-13 PREFIXO 0400, FORA DOS GTIN REAIS E DA FAIXA
      *          DE BALANCA PREFIXO 2 DO SCMP0903), COM DIGITO
      *          VERIFICADOR CONFERIDO PELO SCMP0902, CADASTRA O
      *          PRODUTO COM ESSE CODIGO E REGISTRA A EMISSAO EM
      *          CODIGO-INTERNO.dat; ACOES DE GERACAO E LISTAGEM DOS
      *          CODIGOS EMITIDOS. A ETIQUETA E IMPRESSA PELO SCMP0274
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0273.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIGO-INTERNO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CODIGO-INTERNO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-INTERNO
                FILE STATUS    IS WS-FS-INTERNO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT TP-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-TP-PRODUTO.
      *
           SELECT CODIGO-ALIAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CODIGO-ALIAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-ALTERNATIVO
                FILE STATUS    IS WS-FS-ALIAS.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0273     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0273.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CODIGO-INTERNO.
           COPY "CodigoInterno.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD CODIGO-ALIAS.
           COPY "CodigoAlias.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0273.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-DESC-TELA                         PIC X(50) VALUE SPACES.
       77 WS-TIPO-TELA                         PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-TELA                     PIC 9(04) VALUE ZEROS.
       77 WS-MARCA-TELA                        PIC X(20) VALUE SPACES.
       77 WS-ORIGEM-TELA                       PIC X(20) VALUE SPACES.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-GERAR                  VALUE "G" "g".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
      *
       77 WS-FS-INTERNO                        PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
           88 WS-FS-DUPLICADO                  VALUE "22".
      *
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PRD-OK                     VALUE "00".
           88 WS-FS-PRD-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-TP-PRODUTO                     PIC X(02).
           88 WS-FS-TP-OK                      VALUE "00".
      *
       77 WS-FS-ALIAS                          PIC X(02).
           88 WS-FS-ALIAS-OK                   VALUE "00".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-ALIAS-ABERTO                      PIC X(01) VALUE "N".
           88 FLAG-ALIAS-ABERTO                VALUE "S".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
      *    *========================================================*
      *    * FAIXA INTERNA: 0400 + SEQUENCIAL DE 8 DIGITOS + DIGITO
      *    * VERIFICADOR. O PREFIXO 04 E DE CIRCULACAO RESTRITA NO
      *    * PADRAO GS1 - NENHUM PRODUTO DE MERCADO O TRAZ.
      *    *========================================================*
       77 WS-PREFIXO-INTERNO                   PIC X(04) VALUE "0400".
       77 WS-ULTIMO-SEQUENCIAL                 PIC 9(08) VALUE ZEROS.
       77 WS-QTD-TENTATIVAS                    PIC 9(04) VALUE ZEROS.
       77 WS-CODIGO-LIVRE                      PIC X(01) VALUE SPACES.
           88 FLAG-CODIGO-LIVRE                VALUE "S".
       77 WS-CODIGO-EMITIDO                    PIC X(14) VALUE SPACES.
      *
       01 WS-CODIGO-EAN13.
           05 WS-CODIGO-PRODUTO-13.
               10 WS-DIGITO13-1                PIC 9(01).
               10 WS-DIGITO13-2                PIC 9(01).
               10 WS-DIGITO13-3                PIC 9(01).
               10 WS-DIGITO13-4                PIC 9(01).
               10 WS-DIGITO13-5                PIC 9(01).
               10 WS-DIGITO13-6                PIC 9(01).
               10 WS-DIGITO13-7                PIC 9(01).
               10 WS-DIGITO13-8                PIC 9(01).
               10 WS-DIGITO13-9                PIC 9(01).
               10 WS-DIGITO13-10               PIC 9(01).
               10 WS-DIGITO13-11               PIC 9(01).
               10 WS-DIGITO13-12               PIC 9(01).
           05 WS-DIGITO13-VERIF                PIC 9(01).
      *
       01 WS-CALCULO-DIGITO.
           05 WS-SOMA                          PIC 9(04).
           05 WS-QUOCIENTE                     PIC 9(04).
           05 WS-DIGITO-CALCULADO              PIC 9(01).
           05 WS-RESTO                         PIC 9(04).
               88 RESTO-ZERO                   VALUE 0000.
      *
       01 WS-LKS-AREA.
           05 WS-LKS-CODIGO-DE-BARRAS          PIC X(14).
           05 WS-LKS-TAMANHO-CODIGO            PIC 9(02).
           05 WS-LKS-RETORNO                   PIC 9(01).
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-CONTINUAR                   VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-QTD-LISTADOS                      PIC 9(06) VALUE ZEROS.
      *
       01 WS-CAB-REPORT-1.
           05 FILLER                           PIC X(37) VALUE
               "SCMO0273 - CODIGOS INTERNOS EMITIDOS ".
           05 FILLER                           PIC X(25) VALUE
               "(SEM CODIGO DE BARRAS)".
      *
       01 WS-CAB-REPORT-2.
           05 FILLER                           PIC X(15) VALUE
               "CODIGO".
           05 FILLER                           PIC X(42) VALUE
               "DESCRICAO".
           05 FILLER                           PIC X(11) VALUE
               "TIPO".
           05 FILLER                           PIC X(21) VALUE
               "ORIGEM".
           05 FILLER                           PIC X(10) VALUE
               "EMISSAO".
           05 FILLER                           PIC X(09) VALUE
               "OPERADOR".
           05 FILLER                           PIC X(10) VALUE
               "ETIQUETA".
      *
       01 WS-DET-REPORT.
           05 WS-DET-CODIGO                    PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-DESCRICAO                 PIC X(40).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-TIPO                      PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-ORIGEM                    PIC X(20).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-EMISSAO                   PIC 9(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-DET-OPERADOR                  PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-DET-ETIQUETA                  PIC 9(08).
      *
       01 WS-TOT-REPORT.
           05 FILLER                           PIC X(26) VALUE
               "TOTAL DE CODIGOS EMITIDOS:".
           05 WS-TOT-QTD                       PIC ZZZ.ZZ9.
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
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "CODIGO INTERNO DE PRODUTO".
           05 LINE 03 COL 05 VALUE
                       "SMCP0273 - Geracao/Listagem".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <G/L>............: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Descricao.............: ".
           05 SS-DESC REVERSE-VIDEO PIC X(50)
                           USING WS-DESC-TELA.
           05 LINE 08 COL 05 VALUE "Tipo de Produto.......: ".
           05 SS-TIPO REVERSE-VIDEO PIC X(10)
                           USING WS-TIPO-TELA.
           05 LINE 09 COL 05 VALUE "Validade (dias).......: ".
           05 SS-VALIDADE REVERSE-VIDEO PIC 9(04)
                           USING WS-VALIDADE-TELA.
           05 LINE 10 COL 05 VALUE "Marca.................: ".
           05 SS-MARCA REVERSE-VIDEO PIC X(20)
                           USING WS-MARCA-TELA.
           05 LINE 11 COL 05 VALUE "Origem (feira/padaria): ".
           05 SS-ORIGEM REVERSE-VIDEO PIC X(20)
                           USING WS-ORIGEM-TELA.
           05 LINE 12 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 13 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 14 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 15 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 15 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           OPEN I-O CODIGO-INTERNO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT CODIGO-INTERNO
               CLOSE CODIGO-INTERNO
               OPEN I-O CODIGO-INTERNO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CODIGO INTERNO"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1601
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.

           OPEN I-O PRODUTO.

           IF WS-FS-PRD-NAO-EXISTE THEN
               OPEN OUTPUT PRODUTO
               CLOSE PRODUTO
               OPEN I-O PRODUTO
           END-IF.

           OPEN INPUT TP-PRODUTO.

      *    SEM ARQUIVO DE ALIAS NAO HA COLISAO A CONFERIR NELE
           OPEN INPUT CODIGO-ALIAS.

           IF WS-FS-ALIAS-OK THEN
               SET FLAG-ALIAS-ABERTO   TO TRUE
           END-IF.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-DESC-TELA.
           MOVE SPACES                 TO WS-TIPO-TELA.
           MOVE ZEROS                  TO WS-VALIDADE-TELA.
           MOVE SPACES                 TO WS-MARCA-TELA.
           MOVE SPACES                 TO WS-ORIGEM-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF FLAG-CONTINUAR THEN
               EVALUATE TRUE
                   WHEN FLAG-ACAO-GERAR
                       PERFORM P400-GERA THRU P400-FIM
                   WHEN FLAG-ACAO-LISTAR
                       PERFORM P440-LISTA THRU P440-FIM
                   WHEN OTHER
                       MOVE "ACAO INVALIDA (USE G OU L)"
                                           TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1601
                       DISPLAY SS-LIMPA-MENSAGEM
               END-EVALUATE
           END-IF.
      *
       P300-FIM.
      *
       P400-GERA.
      *
           IF WS-DESC-TELA EQUAL SPACES THEN
               MOVE "INFORME A DESCRICAO DO PRODUTO"  TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE WS-TIPO-TELA           TO COD-TIPO.

           READ TP-PRODUTO
               KEY IS COD-TIPO
                   INVALID KEY
                       MOVE "TIPO DE PRODUTO NAO CADASTRADO"
                                                   TO WS-MENSAGEM
                       GO TO P400-MENSAGEM
           END-READ.

           PERFORM P410-ULTIMO-SEQUENCIAL THRU P410-FIM.

           PERFORM P420-PROXIMO-CODIGO THRU P420-FIM.

           IF NOT FLAG-CODIGO-LIVRE THEN
               MOVE "FAIXA INTERNA SEM CODIGO LIVRE - VERIFIQUE"
                                                   TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.
      *
      *    *========================================================*
      *    * PRIMEIRO O PRODUTO, DEPOIS O REGISTRO DA EMISSAO - SE O
      *    * PRODUTO NAO GRAVAR, O CODIGO NAO E CONSUMIDO.
      *    *========================================================*
           MOVE WS-CODIGO-EMITIDO      TO COD-PRODUTO.
           MOVE WS-DESC-TELA           TO DESC-PRODUTO.
           MOVE WS-TIPO-TELA           TO FK-COD-TIPO.
           MOVE WS-VALIDADE-TELA       TO VALIDADE-DIAS.
           MOVE WS-MARCA-TELA          TO MARCA-PRODUTO.

           WRITE REG-PRODUTO.

           IF NOT WS-FS-PRD-OK THEN
               MOVE "ERRO NA GRAVACAO DO PRODUTO"     TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE "PRODUTO"              TO JOR-ARQUIVO.
           MOVE "I"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES.
           MOVE REG-PRODUTO            TO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.

           MOVE "PRODUTO"              TO AUD-ARQUIVO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE DESC-PRODUTO           TO AUD-VALOR-NOVO.
           MOVE WS-CODIGO-EMITIDO      TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE WS-CODIGO-EMITIDO      TO COD-INTERNO.
           MOVE WS-ORIGEM-TELA         TO ORIGEM-COD-INTERNO.
           ACCEPT DATA-EMISSAO-COD-INTERNO FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR-ID         TO OPERADOR-COD-INTERNO.
           MOVE ZEROS                  TO DATA-ETIQUETA-COD-INTERNO.

           WRITE REG-CODIGO-INTERNO.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA GRAVACAO DO CODIGO INTERNO"
                                                   TO WS-MENSAGEM
               GO TO P400-MENSAGEM
           END-IF.

           MOVE "COD-INTERNO"          TO AUD-ARQUIVO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE WS-ORIGEM-TELA         TO AUD-VALOR-NOVO.
           MOVE WS-CODIGO-EMITIDO      TO AUD-CHAVE.
           MOVE "I"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "CODIGO GERADO: "
                  WS-CODIGO-EMITIDO
                  " (ETIQUETA: SCMP0274)"
                      DELIMITED BY SIZE
                      INTO WS-MENSAGEM.
      *
       P400-MENSAGEM.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1601.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P400-FIM.
      *
       P410-ULTIMO-SEQUENCIAL.
      *
      *    *========================================================*
      *    * A CHAVE COMECA PELO PREFIXO E PELO SEQUENCIAL, ENTAO O
      *    * ULTIMO REGISTRO DA FAIXA E O ULTIMO CODIGO EMITIDO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-ULTIMO-SEQUENCIAL.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-INTERNO.
           MOVE WS-PREFIXO-INTERNO     TO PREFIXO-COD-INTERNO.

           START CODIGO-INTERNO
               KEY IS NOT LESS THAN COD-INTERNO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ CODIGO-INTERNO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF PREFIXO-COD-INTERNO EQUAL WS-PREFIXO-INTERNO
                          AND SEQ-COD-INTERNO IS NUMERIC
                           MOVE SEQ-COD-INTERNO TO WS-ULTIMO-SEQUENCIAL
                       ELSE
                           SET FLAG-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *
       P410-FIM.
      *
       P420-PROXIMO-CODIGO.
      *
      *    *========================================================*
      *    * UM CODIGO DA FAIXA JA DIGITADO A MAO EM PRODUTO OU EM
      *    * CODIGO-ALIAS E PULADO; O DIGITO CALCULADO E AINDA
      *    * CONFERIDO PELA MESMA ROTINA DAS CARGAS (SCMP0902).
      *    *========================================================*
           MOVE "N"                    TO WS-CODIGO-LIVRE.
           MOVE ZEROS                  TO WS-QTD-TENTATIVAS.

           PERFORM UNTIL FLAG-CODIGO-LIVRE
                      OR WS-QTD-TENTATIVAS NOT LESS 1000
                      OR WS-ULTIMO-SEQUENCIAL EQUAL 99999999
               ADD 1                   TO WS-QTD-TENTATIVAS
               ADD 1                   TO WS-ULTIMO-SEQUENCIAL
               PERFORM P430-MONTA-CODIGO THRU P430-FIM
               SET FLAG-CODIGO-LIVRE   TO TRUE
               MOVE WS-CODIGO-EMITIDO  TO COD-PRODUTO
               READ PRODUTO
                   KEY IS COD-PRODUTO
                       NOT INVALID KEY
                           MOVE "N"    TO WS-CODIGO-LIVRE
               END-READ
               IF FLAG-CODIGO-LIVRE AND FLAG-ALIAS-ABERTO
                   MOVE WS-CODIGO-EMITIDO TO COD-ALTERNATIVO
                   READ CODIGO-ALIAS
                       KEY IS COD-ALTERNATIVO
                           NOT INVALID KEY
                               MOVE "N" TO WS-CODIGO-LIVRE
                   END-READ
               END-IF
               IF FLAG-CODIGO-LIVRE
                   MOVE WS-CODIGO-EMITIDO TO WS-LKS-CODIGO-DE-BARRAS
                   MOVE 13             TO WS-LKS-TAMANHO-CODIGO
                   CALL "SCMP0902" USING WS-LKS-AREA
                   IF WS-LKS-RETORNO NOT EQUAL ZERO
                       MOVE "N"        TO WS-CODIGO-LIVRE
                   END-IF
               END-IF
           END-PERFORM.
      *
       P420-FIM.
      *
       P430-MONTA-CODIGO.
      *
           MOVE WS-PREFIXO-INTERNO     TO WS-CODIGO-PRODUTO-13(1:4).
           MOVE WS-ULTIMO-SEQUENCIAL   TO WS-CODIGO-PRODUTO-13(5:8).

           MOVE ZEROS                      TO WS-SOMA.
      *----<< SOMANDO DIGITOS PARES E MULTIPLICANDO POR 3 >>------------
           ADD WS-DIGITO13-2               TO WS-SOMA.
           ADD WS-DIGITO13-4               TO WS-SOMA.
           ADD WS-DIGITO13-6               TO WS-SOMA.
           ADD WS-DIGITO13-8               TO WS-SOMA.
           ADD WS-DIGITO13-10              TO WS-SOMA.
           ADD WS-DIGITO13-12              TO WS-SOMA.
           COMPUTE WS-SOMA EQUAL   WS-SOMA * 3.
      *----<< SOMANDO DIGITOS IMPARES >>--------------------------------
           ADD WS-DIGITO13-1               TO WS-SOMA.
           ADD WS-DIGITO13-3               TO WS-SOMA.
           ADD WS-DIGITO13-5               TO WS-SOMA.
           ADD WS-DIGITO13-7               TO WS-SOMA.
           ADD WS-DIGITO13-9               TO WS-SOMA.
           ADD WS-DIGITO13-11              TO WS-SOMA.
      *----<< CALCULANDO O DIGITO VERIFICADOR >>------------------------
           DIVIDE WS-SOMA BY 10    GIVING      WS-QUOCIENTE
                                   REMAINDER   WS-RESTO.
           IF RESTO-ZERO THEN
               MOVE ZERO                   TO WS-DIGITO-CALCULADO
           ELSE
               COMPUTE  WS-DIGITO-CALCULADO = 10 - WS-RESTO
           END-IF.

           MOVE WS-DIGITO-CALCULADO        TO WS-DIGITO13-VERIF.
           MOVE SPACES                     TO WS-CODIGO-EMITIDO.
           MOVE WS-CODIGO-EAN13            TO WS-CODIGO-EMITIDO(1:13).
      *
       P430-FIM.
      *
       P440-LISTA.
      *
           OPEN OUTPUT SCMO0273.

           WRITE REG-REPORT FROM WS-CAB-REPORT-1.
           WRITE REG-REPORT FROM WS-CAB-REPORT-2.

           MOVE ZEROS                  TO WS-QTD-LISTADOS.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-INTERNO.

           START CODIGO-INTERNO
               KEY IS NOT LESS THAN COD-INTERNO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ CODIGO-INTERNO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       PERFORM P445-DETALHE THRU P445-FIM
               END-READ
           END-PERFORM.

           MOVE WS-QTD-LISTADOS        TO WS-TOT-QTD.
           WRITE REG-REPORT FROM WS-TOT-REPORT.

           CLOSE SCMO0273.

           MOVE "LISTAGEM GERADA EM SCMO0273.txt"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1601.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P445-DETALHE.
      *
           MOVE COD-INTERNO                TO WS-DET-CODIGO.
           MOVE ORIGEM-COD-INTERNO         TO WS-DET-ORIGEM.
           MOVE DATA-EMISSAO-COD-INTERNO   TO WS-DET-EMISSAO.
           MOVE OPERADOR-COD-INTERNO       TO WS-DET-OPERADOR.
           MOVE DATA-ETIQUETA-COD-INTERNO  TO WS-DET-ETIQUETA.

           MOVE COD-INTERNO                TO COD-PRODUTO.

           READ PRODUTO
               KEY IS COD-PRODUTO
                   INVALID KEY
                       MOVE "*** PRODUTO EXCLUIDO DO CADASTRO ***"
                                           TO WS-DET-DESCRICAO
                       MOVE SPACES         TO WS-DET-TIPO
                   NOT INVALID KEY
                       MOVE DESC-PRODUTO   TO WS-DET-DESCRICAO
                       MOVE FK-COD-TIPO    TO WS-DET-TIPO
           END-READ.

           WRITE REG-REPORT FROM WS-DET-REPORT.
           ADD 1                           TO WS-QTD-LISTADOS.
      *
       P445-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0273"         TO AUD-PROGRAMA.
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
           MOVE "SCMP0273"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE CODIGO-INTERNO
                 PRODUTO
                 TP-PRODUTO
                 AUDITORIA.
           IF FLAG-ALIAS-ABERTO THEN
               CLOSE CODIGO-ALIAS
           END-IF.
           GOBACK.
       END PROGRAM SCMP0273.
