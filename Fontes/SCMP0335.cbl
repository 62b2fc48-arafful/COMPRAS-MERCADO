      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CADASTRO DE PRECOS DE PRODUTOS - DESFAZER CARGA
      *          A PARTIR DO IDENTIFICADOR DA EXECUCAO DO SCMP0300
      *          (AAAAMMDDHHMMSSCC, IMPRESSO NO SCMO0300), LISTA EM
      *          SCMO0335.txt TODO PRECO QUE A EXECUCAO INCLUIU OU
      *          SUBSTITUIU (ARQUIVO CARGA-IMAGEM) E, CONFIRMADO, EXCLUI
      *          OS INCLUIDOS, RESTAURA OS SUBSTITUIDOS PELA IMAGEM
      *          ANTERIOR, ESTORNA OS DEPOSITOS DE VASILHAME (E OS
      *          DEBITOS NO VALE) E REGISTRA TUDO NA AUDITORIA.
      *          EXECUCAO COM PRECO EM COMPETENCIA FECHADA (FECH-PRECO)
      *          E RECUSADA POR INTEIRO. PRECOS COM O MESMO
      *          IDENTIFICADOR GRAVADOS DEPOIS POR OUTRO PROGRAMA
      *          (SUSPENSO REPROCESSADO NO SCMP0370, PENDENTE APROVADO
      *          NO SCMP0390) NAO FAZEM PARTE DA IMAGEM - SAO APENAS
      *          CONTADOS NA LISTA PARA EXCLUSAO PELO SCMP0330. CADA
      *          GRAVACAO EM PRC-PRODUTO E VASILHAME-MOV VAI TAMBEM PARA
      *          O JORNAL DE ALTERACOES (SCMP0917)
      * Mod: 15/10/2026 - execucao com preco gravado depois por outro
      *      programa, suspenso (PRECO-PRODUTO-SUSPENSO.prn) ou pendente
      *      aguardando aprovacao (PRC-PENDENTE) com o mesmo
      *      identificador e recusada por inteiro, como a competencia
      *      fechada; os precos gravados depois saem na lista para
      *      exclusao pelo SCMP0330
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0335.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
           SELECT CARGA-IMAGEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARGA-IMAGEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CARGA-IMAGEM
                FILE STATUS    IS WS-FS-CARGA-IMAGEM.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-FECH-PRECO.
      *
           SELECT VASILHAME-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VASILHAME-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-VASILHAME-MOV
                FILE STATUS    IS WS-FS-VASILHAME.
      *
           SELECT SUSP-PRC ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRECO-PRODUTO-SUSPENSO.prn"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-SUSPPRC.
      *
           SELECT PRC-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-PENDENTE
                FILE STATUS    IS WS-FS-PRC-PENDENTE.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0335     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0335.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD CARGA-IMAGEM.
           COPY "CargaImagem.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD VASILHAME-MOV.
           COPY "VasilhameMov.cpy".
      *
       FD SUSP-PRC.
       01  FD-REGISTRO-SUSPENSO-PRECO.
           05 FD-COD-PROD-PRECO-SUSPENSO       PIC X(14).
           05 FD-DATA-PRECO-SUSPENSO           PIC X(10).
           05 FD-VALOR-PRECO-SUSPENSO          PIC X(08).
           05 FD-COD-MERCADO-SUSPENSO          PIC X(10).
           05 FD-QTD-COMPRA-SUSPENSO           PIC X(08).
           05 FD-UND-MEDIDA-SUSPENSO           PIC X(02).
           05 FD-COD-FORNECEDOR-SUSPENSO       PIC X(10).
           05 FD-IND-PROMO-SUSPENSO            PIC X(01).
           05 FD-VLR-VASILHAME-SUSPENSO        PIC X(08).
           05 FD-IND-DISPONIVEL-SUSPENSO       PIC X(01).
           05 FD-TIPO-PROMO-SUSPENSO           PIC X(01).
           05 FD-QTD-PROMO-LEVE-SUSPENSO       PIC X(03).
           05 FD-QTD-PROMO-PAGUE-SUSPENSO      PIC X(03).
           05 FD-PCT-DESC-PROMO-SUSPENSO       PIC X(05).
           05 FD-FORMA-PAGTO-SUSPENSO          PIC X(01).
           05 FD-VLR-TRIBUTOS-SUSPENSO         PIC X(08).
           05 FD-RATEIO-SUSPENSO               OCCURS 3 TIMES.
               10 FD-CC-RATEIO-SUSPENSO        PIC X(10).
               10 FD-PCT-RATEIO-SUSPENSO       PIC X(05).
           05 FD-ORIGEM-SUSPENSO               PIC X(01).
           05 FD-ID-EXECUCAO-SUSPENSO          PIC X(16).
           05 FD-VLR-GONDOLA-SUSPENSO          PIC X(08).
           05 FD-MOTIVO-SUSPENSO               PIC X(72).
      *
       FD PRC-PENDENTE.
           COPY "PrcPendente.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0335.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-ID-EXECUCAO-TELA                  PIC 9(16) VALUE ZEROS.
      *
       01 WS-CHAVE-PRECO-TRAB.
           05 WS-FK-COD-PRODUTO-TRAB           PIC 9(14).
           05 WS-DATA-PRECO-TRAB.
               10 WS-AAAA-PRECO-TRAB           PIC 9(04).
               10 WS-MM-PRECO-TRAB             PIC 9(02).
               10 WS-DD-PRECO-TRAB             PIC 9(02).
           05 WS-SEQ-PRECO-TRAB                PIC 9(02).
      *
       77 WS-VLR-PRECO                         PIC 9(12)V99.
       77 WS-FORMA-PAGTO                       PIC X(01).
      *
      *    RAZAO DO VALE-ALIMENTACAO (SCMP0904)
       01 WS-LKS-AREA-VALE.
           05 WS-LKS-FUNCAO-VALE               PIC X(01).
           05 WS-LKS-TIPO-MOV-VALE             PIC X(01).
           05 WS-LKS-DATA-MOV-VALE             PIC 9(08).
           05 WS-LKS-VALOR-VALE                PIC 9(12)V99.
           05 WS-LKS-PRODUTO-VALE              PIC X(14).
           05 WS-LKS-MERCADO-VALE              PIC X(10).
           05 WS-LKS-HISTORICO-VALE            PIC X(30).
           05 WS-LKS-OPERADOR-VALE             PIC X(08).
           05 WS-LKS-SALDO-VALE                PIC S9(12)V99.
           05 WS-LKS-VLR-ULT-CRED-VALE         PIC 9(12)V99.
           05 WS-LKS-DATA-ULT-CRED-VALE        PIC 9(08).
           05 WS-LKS-RETORNO-VALE              PIC 9(01).
      *
      *    COBRANCA ACIMA DO PRECO DE GONDOLA (SCMP0911)
       01 WS-LKS-AREA-COBRANCA.
           05 WS-LKS-FUNCAO-COBR               PIC X(01).
           05 WS-LKS-CHAVE-PRECO-COBR.
               10 WS-LKS-PRODUTO-COBR          PIC 9(14).
               10 WS-LKS-DATA-PRECO-COBR       PIC X(08).
               10 WS-LKS-SEQ-PRECO-COBR        PIC 9(02).
           05 WS-LKS-MERCADO-COBR              PIC X(10).
           05 WS-LKS-QTD-COMPRA-COBR           PIC 9(07)V999.
           05 WS-LKS-VLR-COBRADO-COBR          PIC 9(12)V99.
           05 WS-LKS-VLR-GONDOLA-COBR          PIC 9(12)V99.
           05 WS-LKS-PROGRAMA-COBR             PIC X(08).
           05 WS-LKS-OPERADOR-COBR             PIC X(08).
           05 WS-LKS-DIFERENCA-COBR            PIC 9(12)V99.
           05 WS-LKS-RETORNO-COBR              PIC 9(01).
      *
       01 WS-CONTADORES.
           05 WS-QTD-INCLUIDOS                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ALTERADOS                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-DEPOSITOS                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-JA-EXCLUIDOS              PIC 9(07) VALUE ZEROS.
           05 WS-QTD-JA-DESFEITOS              PIC 9(07) VALUE ZEROS.
           05 WS-QTD-COMPET-FECHADA            PIC 9(07) VALUE ZEROS.
           05 WS-QTD-OUTROS-PROGRAMAS          PIC 9(07) VALUE ZEROS.
           05 WS-QTD-SUSPENSOS                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-PENDENTES                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-EXCLUIDOS-OK              PIC 9(07) VALUE ZEROS.
           05 WS-QTD-RESTAURADOS-OK            PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ESTORNOS-OK               PIC 9(07) VALUE ZEROS.
           05 WS-QTD-FALHAS                    PIC 9(07) VALUE ZEROS.
      *
       77 WS-MAIOR-SEQ-VASILHAME               PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA-PRECO                 PIC 9(06) VALUE ZEROS.
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-PROD-OK                VALUE "00".
      *
       77 WS-FS-CARGA-IMAGEM                   PIC X(02).
           88 WS-FS-IMG-OK                     VALUE "00".
           88 WS-FS-IMG-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-FECH-PRECO                     PIC X(02).
           88 WS-FS-FECH-OK                    VALUE "00".
           88 WS-FS-FECH-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-VASILHAME                      PIC X(02).
           88 WS-FS-VAS-OK                     VALUE "00".
           88 WS-FS-VAS-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-SUSPPRC                        PIC X(02).
           88 WS-FS-SUSPPRC-OK                 VALUE "00".
      *
       77 WS-FS-PRC-PENDENTE                   PIC X(02).
           88 WS-FS-PEND-OK                    VALUE "00".
           88 WS-FS-PEND-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PRECO-ENCONTRADO                  PIC X(01) VALUE "N".
           88 FLAG-PRECO-ENCONTRADO            VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
      *
       77 WS-CONFIRMA-TELA                     PIC X(01).
           88 FLAG-CONFIRMA                    VALUE "S".
      *
       77 WS-MENSAGEM                          PIC X(60) VALUE SPACES.
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
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0335 - ".
               05 FILLER   PIC X(31) VALUE
                       "DESFAZER CARGA - EXECUCAO ".
               05 WS-CAB-ID-EXECUCAO
                           PIC 9(16).
               05 FILLER   PIC X(13) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(16) VALUE "PRODUTO".
               05 FILLER               PIC X(11) VALUE "DATA".
               05 FILLER               PIC X(05) VALUE "SEQ".
               05 FILLER               PIC X(18) VALUE
                                               "     PRECO ATUAL".
               05 FILLER               PIC X(10) VALUE "  VASILH.".
               05 FILLER               PIC X(29) VALUE "  ACAO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PRODUTO       PIC 9(14).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DD            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-MM            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-AAAA          PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-SEQ           PIC 9(02).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VASILHAME     PIC ZZZZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-ACAO          PIC X(30) VALUE SPACES.
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZ.ZZ9.
      *
           03 WS-LST-BRANCO.
               05 FILLER               PIC X(01) VALUE SPACES.
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
           05 LINE 02 COL 05 VALUE "CADASTRO DE PRECOS DE PRODUTOS".
           05 LINE 03 COL 05 VALUE "SMCP0335 - Desfazer Carga".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Execucao da Carga...: ".
           05 LINE 07 COL 05 VALUE
                   "(AAAAMMDDHHMMSSCC DO SCMO0300; ZEROS = SAIR)".
      *
       01 SS-RESUMO-SCREEN.
           05 LINE 09 COL 05 VALUE "Precos incluidos.....: ".
           05 SS-QTD-INCLUIDOS PIC ZZZZZZ9 FROM WS-QTD-INCLUIDOS.
           05 LINE 10 COL 05 VALUE "Precos substituidos..: ".
           05 SS-QTD-ALTERADOS PIC ZZZZZZ9 FROM WS-QTD-ALTERADOS.
           05 LINE 11 COL 05 VALUE "Depositos vasilhame..: ".
           05 SS-QTD-DEPOSITOS PIC ZZZZZZ9 FROM WS-QTD-DEPOSITOS.
           05 LINE 12 COL 05 VALUE "Ja excluidos (0330)..: ".
           05 SS-QTD-JA-EXCLUIDOS PIC ZZZZZZ9 FROM WS-QTD-JA-EXCLUIDOS.
           05 LINE 13 COL 05 VALUE "Gravados por outros..: ".
           05 SS-QTD-OUTROS PIC ZZZZZZ9 FROM WS-QTD-OUTROS-PROGRAMAS.
           05 LINE 12 COL 40 VALUE "Suspensos da execucao: ".
           05 SS-QTD-SUSPENSOS PIC ZZZZZZ9 FROM WS-QTD-SUSPENSOS.
           05 LINE 13 COL 40 VALUE "Pendentes da execucao: ".
           05 SS-QTD-PENDENTES PIC ZZZZZZ9 FROM WS-QTD-PENDENTES.
           05 LINE 14 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01 SS-CONFIRMA-SCREEN.
           05 LINE 15 COL 05 VALUE
                   "LISTA EM SCMO0335.txt - CONFIRMA? <S>/<N> ".
           05 SS-CONFIRMA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-CONFIRMA-TELA.
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(60) USING WS-MENSAGEM
                                               LINE 17 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 17 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-PRC-PROD-OK       TO  TRUE.
           SET WS-FS-IMG-OK            TO  TRUE.
           SET WS-FS-FECH-OK           TO  TRUE.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           PERFORM P120-ABRE-PRC-PRODUTO THRU P120-FIM.

           PERFORM P130-ABRE-CARGA-IMAGEM THRU P130-FIM.

           PERFORM P140-ABRE-FECH-PRECO THRU P140-FIM.

           PERFORM P150-ABRE-VASILHAME-MOV THRU P150-FIM.

           OPEN EXTEND AUDITORIA.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P100-FIM.
      *
       P120-ABRE-PRC-PRODUTO.
      *
           OPEN I-O PRC-PRODUTO.
      *
           IF NOT WS-FS-PRC-PROD-OK THEN
               STRING "ERRO NA ABERTURA DO ARQUIVO PRC-PRODUTO FS: "
                       WS-FS-PRC-PRODUTO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
       P120-FIM.
      *
       P130-ABRE-CARGA-IMAGEM.
      *
           OPEN I-O CARGA-IMAGEM.
      *
           IF WS-FS-IMG-NAO-EXISTE THEN
               MOVE "NENHUMA CARGA COM IMAGEM PARA DESFAZER"
                                                   TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
           IF NOT WS-FS-IMG-OK THEN
               STRING "ERRO NA ABERTURA DO ARQUIVO CARGA-IMAGEM FS: "
                       WS-FS-CARGA-IMAGEM   INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
       P130-FIM.
      *
       P140-ABRE-FECH-PRECO.
      *
           OPEN INPUT FECH-PRECO.
      *
           IF WS-FS-FECH-NAO-EXISTE THEN
               OPEN OUTPUT FECH-PRECO
               CLOSE FECH-PRECO
               OPEN INPUT FECH-PRECO
           END-IF.
      *
           IF NOT WS-FS-FECH-OK THEN
               STRING "ERRO NA ABERTURA DO ARQUIVO FECH-PRECO FS: "
                       WS-FS-FECH-PRECO    INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               PERFORM P900-FIM
           END-IF.
      *
       P140-FIM.
      *
       P150-ABRE-VASILHAME-MOV.
      *
           OPEN I-O VASILHAME-MOV
      *
           IF WS-FS-VAS-NAO-EXISTE THEN
               OPEN OUTPUT VASILHAME-MOV
               CLOSE VASILHAME-MOV
               OPEN I-O VASILHAME-MOV
           END-IF.
      *
       P150-FIM.
      *
       P300-PROCESSA.
      *
           MOVE ZEROS              TO WS-ID-EXECUCAO-TELA.
           MOVE SPACES             TO WS-CONFIRMA-TELA.
           INITIALIZE WS-CONTADORES.
      *
           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.

           ACCEPT WS-ID-EXECUCAO-TELA  REVERSE-VIDEO   AT 0627.

           IF WS-ID-EXECUCAO-TELA EQUAL ZEROS THEN
               MOVE "Q"            TO  WS-RESPOSTA-TELA
               GO TO P300-FIM
           END-IF.

           PERFORM P400-LISTA-EXECUCAO THRU P400-FIM.

           DISPLAY SS-RESUMO-SCREEN.

           IF WS-QTD-COMPET-FECHADA > ZEROS THEN
               MOVE "EXECUCAO COM COMPETENCIA FECHADA - RECUSADA"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

      *    PRECO, SUSPENSO OU PENDENTE DA EXECUCAO FORA DA IMAGEM NAO
      *    SERIA DESFEITO - A EXECUCAO SO E DESFEITA POR INTEIRO
           IF WS-QTD-OUTROS-PROGRAMAS + WS-QTD-SUSPENSOS
                                      + WS-QTD-PENDENTES > ZEROS THEN
               MOVE "EXECUCAO COM REGISTROS POSTERIORES - RECUSADA"
                                               TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           IF WS-QTD-INCLUIDOS + WS-QTD-ALTERADOS EQUAL ZEROS THEN
               IF WS-QTD-JA-DESFEITOS > ZEROS THEN
                   MOVE "EXECUCAO JA DESFEITA"     TO WS-MENSAGEM
               ELSE
                   MOVE "EXECUCAO SEM PRECOS A DESFAZER"
                                                   TO WS-MENSAGEM
               END-IF
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P300-FIM
           END-IF.

           DISPLAY SS-CONFIRMA-SCREEN.
           ACCEPT  SS-CONFIRMA-SCREEN.

           IF NOT FLAG-CONFIRMA THEN
               GO TO P300-FIM
           END-IF.

           PERFORM P500-DESFAZ-EXECUCAO THRU P500-FIM.

           IF WS-QTD-FALHAS > ZEROS THEN
               STRING "EXECUCAO DESFEITA COM " WS-QTD-FALHAS
                      " FALHA(S) - VER SCMO0335.txt"
                                       DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
           ELSE
               MOVE "EXECUCAO DESFEITA OK"     TO WS-MENSAGEM
           END-IF.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P300-FIM.
      *
       P400-LISTA-EXECUCAO.
      *
      *    *========================================================*
      *    * PRIMEIRA PASSADA: SO LE - MONTA A LISTA, CONTA O QUE SERA
      *    * DESFEITO E CONFERE AS COMPETENCIAS. NADA E ALTERADO AQUI
      *    *========================================================*
           OPEN OUTPUT SCMO0335.

           MOVE WS-ID-EXECUCAO-TELA    TO WS-CAB-ID-EXECUCAO.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-ID-EXECUCAO-TELA    TO ID-EXECUCAO-IMG.
           MOVE ZEROS                  TO SEQ-IMAGEM.

           START CARGA-IMAGEM KEY IS NOT LESS THAN CHAVE-CARGA-IMAGEM
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ CARGA-IMAGEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ID-EXECUCAO-IMG NOT EQUAL
                                               WS-ID-EXECUCAO-TELA THEN
                           SET FLAG-EOF    TO TRUE
                       ELSE
                           PERFORM P410-LISTA-IMAGEM THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM P420-CONTA-OUTROS-PROGRAMAS THRU P420-FIM.

           PERFORM P450-CONTA-SUSPENSOS THRU P450-FIM.

           PERFORM P460-CONTA-PENDENTES THRU P460-FIM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "PRECOS INCLUIDOS A EXCLUIR..................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-INCLUIDOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS SUBSTITUIDOS A RESTAURAR.............: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-ALTERADOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "DEPOSITOS DE VASILHAME A ESTORNAR...........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-DEPOSITOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS JA EXCLUIDOS (SEM ACAO)..............: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-JA-EXCLUIDOS    TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "IMAGENS JA DESFEITAS ANTERIORMENTE..........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-JA-DESFEITOS    TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS EM COMPETENCIA FECHADA...............: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-COMPET-FECHADA  TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "MESMA EXECUCAO GRAVADOS POR OUTRO PROGRAMA..: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-OUTROS-PROGRAMAS TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "SUSPENSOS DA EXECUCAO AINDA NA SUSPENSA.....: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-SUSPENSOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PENDENTES DA EXECUCAO AGUARDANDO APROVACAO..: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-PENDENTES       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0335.
      *
       P400-FIM.
      *
       P410-LISTA-IMAGEM.
      *
           MOVE CHAVE-PRECO-IMG        TO WS-CHAVE-PRECO-TRAB.
           MOVE WS-FK-COD-PRODUTO-TRAB TO WS-DET-PRODUTO.
           MOVE WS-DD-PRECO-TRAB       TO WS-DET-DD.
           MOVE WS-MM-PRECO-TRAB       TO WS-DET-MM.
           MOVE WS-AAAA-PRECO-TRAB     TO WS-DET-AAAA.
           MOVE WS-SEQ-PRECO-TRAB      TO WS-DET-SEQ.
           MOVE SEQ-VASILHAME-IMG      TO WS-DET-VASILHAME.
           MOVE ZEROS                  TO WS-DET-VLR.

           IF IMAGEM-DESFEITA THEN
               ADD 1                   TO WS-QTD-JA-DESFEITOS
               MOVE "JA DESFEITO"      TO WS-DET-ACAO
               WRITE REG-REPORT    FROM WS-DET-REPORT
               GO TO P410-FIM
           END-IF.

           PERFORM P430-LE-PRECO THRU P430-FIM.

           IF FLAG-PRECO-ENCONTRADO THEN
               MOVE VLR-PRECO          TO WS-DET-VLR
           END-IF.

           PERFORM P440-VALIDA-FECHAMENTO THRU P440-FIM.

           EVALUATE TRUE
               WHEN IMAGEM-ALTERACAO
                   ADD 1               TO WS-QTD-ALTERADOS
                   MOVE "RESTAURAR IMAGEM ANTERIOR" TO WS-DET-ACAO
               WHEN FLAG-PRECO-ENCONTRADO
                   ADD 1               TO WS-QTD-INCLUIDOS
                   MOVE "EXCLUIR"      TO WS-DET-ACAO
               WHEN OTHER
                   ADD 1               TO WS-QTD-JA-EXCLUIDOS
                   MOVE "JA EXCLUIDO - SEM ACAO" TO WS-DET-ACAO
           END-EVALUATE.

           IF SEQ-VASILHAME-IMG > ZEROS THEN
               ADD 1                   TO WS-QTD-DEPOSITOS
           END-IF.

           IF WS-COMPETENCIA-PRECO > ZEROS THEN
               MOVE "COMPETENCIA FECHADA - RECUSADO" TO WS-DET-ACAO
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P410-FIM.
      *
       P420-CONTA-OUTROS-PROGRAMAS.
      *
      *    *========================================================*
      *    * PRECOS COM O IDENTIFICADOR DA EXECUCAO QUE NAO ESTAO NA
      *    * IMAGEM (GRAVADOS DEPOIS PELO SCMP0370 OU PELO SCMP0390)
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO CHAVE-PRECO-PRODUTO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ID-EXECUCAO-CAPTURA NUMERIC
                          AND ID-EXECUCAO-CAPTURA EQUAL
                                               WS-ID-EXECUCAO-TELA
                           PERFORM P425-VERIFICA-IMAGEM THRU P425-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P420-FIM.
      *
       P425-VERIFICA-IMAGEM.
      *
           MOVE "N"                    TO WS-PRECO-ENCONTRADO.
           MOVE WS-ID-EXECUCAO-TELA    TO ID-EXECUCAO-IMG.
           MOVE ZEROS                  TO SEQ-IMAGEM.

           START CARGA-IMAGEM KEY IS NOT LESS THAN CHAVE-CARGA-IMAGEM
               INVALID KEY
                   ADD 1               TO WS-QTD-OUTROS-PROGRAMAS
                   GO TO P425-FIM
           END-START.

           PERFORM UNTIL FLAG-PRECO-ENCONTRADO
                      OR NOT WS-FS-IMG-OK
               READ CARGA-IMAGEM NEXT RECORD
                   AT END
                       MOVE "10"       TO WS-FS-CARGA-IMAGEM
                   NOT AT END
                       IF ID-EXECUCAO-IMG NOT EQUAL
                                               WS-ID-EXECUCAO-TELA THEN
                           MOVE "10"   TO WS-FS-CARGA-IMAGEM
                       ELSE
                           IF CHAVE-PRECO-IMG EQUAL
                                               CHAVE-PRECO-PRODUTO THEN
                               SET FLAG-PRECO-ENCONTRADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF FLAG-PRECO-ENCONTRADO THEN
               GO TO P425-FIM
           END-IF.

           ADD 1                       TO WS-QTD-OUTROS-PROGRAMAS.

           MOVE CHAVE-PRECO-PRODUTO    TO WS-CHAVE-PRECO-TRAB.
           MOVE WS-FK-COD-PRODUTO-TRAB TO WS-DET-PRODUTO.
           MOVE WS-DD-PRECO-TRAB       TO WS-DET-DD.
           MOVE WS-MM-PRECO-TRAB       TO WS-DET-MM.
           MOVE WS-AAAA-PRECO-TRAB     TO WS-DET-AAAA.
           MOVE WS-SEQ-PRECO-TRAB      TO WS-DET-SEQ.
           MOVE VLR-PRECO              TO WS-DET-VLR.
           MOVE ZEROS                  TO WS-DET-VASILHAME.
           MOVE "GRAVADO DEPOIS - EXCLUIR 0330" TO WS-DET-ACAO.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P425-FIM.
      *
       P430-LE-PRECO.
      *
           MOVE "N"                    TO WS-PRECO-ENCONTRADO.
           MOVE CHAVE-PRECO-IMG        TO CHAVE-PRECO-PRODUTO.

           READ PRC-PRODUTO
               KEY IS CHAVE-PRECO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FLAG-PRECO-ENCONTRADO   TO TRUE
           END-READ.
      *
       P430-FIM.
      *
       P440-VALIDA-FECHAMENTO.
      *
      *    *========================================================*
      *    * WS-COMPETENCIA-PRECO FICA COM A COMPETENCIA SE ELA ESTIVER
      *    * FECHADA, OU ZERO SE ESTIVER ABERTA (OU REABERTA, SCMP0365)
      *    *========================================================*
           COMPUTE WS-COMPETENCIA-PRECO = WS-AAAA-PRECO-TRAB * 100
                                        + WS-MM-PRECO-TRAB.
           MOVE WS-COMPETENCIA-PRECO   TO COMPETENCIA-FECHAMENTO.

           READ FECH-PRECO
               KEY IS COMPETENCIA-FECHAMENTO
                   INVALID KEY
                       MOVE ZEROS      TO WS-COMPETENCIA-PRECO
                   NOT INVALID KEY
                       IF SIT-COMPETENCIA-REABERTA
                           MOVE ZEROS  TO WS-COMPETENCIA-PRECO
                       ELSE
                           ADD 1       TO WS-QTD-COMPET-FECHADA
                       END-IF
           END-READ.
      *
       P440-FIM.
      *
       P450-CONTA-SUSPENSOS.
      *
      *    *========================================================*
      *    * REGISTROS DA EXECUCAO AINDA NA SUSPENSA, A ESPERA DO
      *    * REPROCESSAMENTO (SCMP0370). SEM ARQUIVO, NADA A CONTAR
      *    *========================================================*
           OPEN INPUT SUSP-PRC.

           IF NOT WS-FS-SUSPPRC-OK THEN
               GO TO P450-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ SUSP-PRC
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FD-ID-EXECUCAO-SUSPENSO IS NUMERIC
                          AND FD-ID-EXECUCAO-SUSPENSO EQUAL
                                               WS-ID-EXECUCAO-TELA
                           ADD 1       TO WS-QTD-SUSPENSOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSP-PRC.
      *
       P450-FIM.
      *
       P460-CONTA-PENDENTES.
      *
      *    *========================================================*
      *    * PENDENTES DA EXECUCAO AGUARDANDO APROVACAO (SCMP0390). O
      *    * PENDENTE REJEITADO NAO VIRA PRECO E NAO IMPEDE
      *    *========================================================*
           OPEN INPUT PRC-PENDENTE.

           IF NOT WS-FS-PEND-OK THEN
               GO TO P460-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ID-EXECUCAO-CAPTURA-PEND IS NUMERIC
                          AND ID-EXECUCAO-CAPTURA-PEND EQUAL
                                               WS-ID-EXECUCAO-TELA
                          AND PRC-PEND-AGUARDANDO
                           ADD 1       TO WS-QTD-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRC-PENDENTE.
      *
       P460-FIM.
      *
       P500-DESFAZ-EXECUCAO.
      *
      *    *========================================================*
      *    * SEGUNDA PASSADA: DESFAZ IMAGEM A IMAGEM (CADA UMA E UMA
      *    * CHAVE DE PRECO DIFERENTE) E MARCA A IMAGEM COMO DESFEITA.
      *    * A LISTA E REABERTA PARA ANOTAR FALHAS E TOTAIS
      *    *========================================================*
           OPEN EXTEND SCMO0335.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE WS-ID-EXECUCAO-TELA    TO ID-EXECUCAO-IMG.
           MOVE ZEROS                  TO SEQ-IMAGEM.

           START CARGA-IMAGEM KEY IS NOT LESS THAN CHAVE-CARGA-IMAGEM
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ CARGA-IMAGEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF ID-EXECUCAO-IMG NOT EQUAL
                                               WS-ID-EXECUCAO-TELA THEN
                           SET FLAG-EOF    TO TRUE
                       ELSE
                           IF IMAGEM-ATIVA THEN
                               PERFORM P510-DESFAZ-IMAGEM THRU P510-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "PRECOS EXCLUIDOS............................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-EXCLUIDOS-OK    TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "PRECOS RESTAURADOS..........................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-RESTAURADOS-OK  TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "DEPOSITOS DE VASILHAME ESTORNADOS...........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-ESTORNOS-OK     TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "FALHAS......................................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-FALHAS          TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0335.
      *
       P500-FIM.
      *
       P510-DESFAZ-IMAGEM.
      *
           MOVE CHAVE-PRECO-IMG        TO WS-CHAVE-PRECO-TRAB.

           IF IMAGEM-ALTERACAO THEN
               PERFORM P530-RESTAURA-PRECO THRU P530-FIM
           ELSE
               PERFORM P520-EXCLUI-PRECO THRU P520-FIM
           END-IF.

           IF SEQ-VASILHAME-IMG > ZEROS THEN
               PERFORM P540-ESTORNA-VASILHAME THRU P540-FIM
           END-IF.

           SET IMAGEM-DESFEITA         TO TRUE.
           MOVE LK-OPERADOR-ID         TO OPERADOR-DESFAZ-IMG.
           MOVE WS-DATA-CORRENTE       TO DATA-DESFAZ-IMG.

           REWRITE REG-CARGA-IMAGEM.
      *
       P510-FIM.
      *
       P520-EXCLUI-PRECO.
      *
           PERFORM P430-LE-PRECO THRU P430-FIM.

           IF NOT FLAG-PRECO-ENCONTRADO THEN
               GO TO P520-FIM
           END-IF.

           MOVE VLR-PRECO               TO WS-VLR-PRECO.
           MOVE FORMA-PAGTO             TO WS-FORMA-PAGTO.
      *
      *    O ESTORNO DO VALE E MONTADO ANTES DO DELETE, ENQUANTO O
      *    REGISTRO EXCLUIDO AINDA ESTA NO BUFFER
           IF WS-FORMA-PAGTO EQUAL "V" THEN
               MOVE "L"                 TO WS-LKS-FUNCAO-VALE
               MOVE "E"                 TO WS-LKS-TIPO-MOV-VALE
               COMPUTE WS-LKS-DATA-MOV-VALE = ANO-PRECO * 10000
                                            + MES-PRECO * 100
                                            + DIA-PRECO
               IF VLR-PRECO-EFETIVO > ZEROS THEN
                   MOVE VLR-PRECO-EFETIVO TO WS-LKS-VALOR-VALE
               ELSE
                   MOVE VLR-PRECO       TO WS-LKS-VALOR-VALE
               END-IF
               MOVE FK-COD-PRODUTO      TO WS-LKS-PRODUTO-VALE
               MOVE FK-COD-MERCADO      TO WS-LKS-MERCADO-VALE
               MOVE "ESTORNO - CARGA DESFEITA"
                                        TO WS-LKS-HISTORICO-VALE
               MOVE LK-OPERADOR-ID      TO WS-LKS-OPERADOR-VALE
           END-IF.
      *
      *    IDEM PARA A COBRANCA ACIMA DA GONDOLA REGISTRADA PELA CARGA
           MOVE SPACES                  TO WS-LKS-FUNCAO-COBR.
           IF VLR-PRECO-GONDOLA NUMERIC
              AND VLR-PRECO-GONDOLA > ZEROS THEN
               MOVE "E"                 TO WS-LKS-FUNCAO-COBR
               MOVE CHAVE-PRECO-PRODUTO TO WS-LKS-CHAVE-PRECO-COBR
               MOVE FK-COD-MERCADO      TO WS-LKS-MERCADO-COBR
           END-IF.

           PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM.
           DELETE PRC-PRODUTO RECORD.

           IF WS-FS-PRC-PROD-OK THEN
               ADD 1                    TO WS-QTD-EXCLUIDOS-OK
               MOVE WS-VLR-PRECO        TO AUD-VALOR-ANTERIOR
               MOVE SPACES              TO AUD-VALOR-NOVO
               MOVE WS-FK-COD-PRODUTO-TRAB TO AUD-CHAVE
               MOVE "E"                 TO AUD-OPERACAO
               MOVE "PRC-PRODUTO"       TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "E"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P820-ESTORNA-VALE THRU P820-FIM
               PERFORM P830-CONFERE-COBRANCA THRU P830-FIM
           ELSE
               MOVE "FALHA NA EXCLUSAO"  TO WS-DET-ACAO
               PERFORM P590-REGISTRA-FALHA THRU P590-FIM
           END-IF.
      *
       P520-FIM.
      *
       P530-RESTAURA-PRECO.
      *
           PERFORM P430-LE-PRECO THRU P430-FIM.

           MOVE ZEROS                   TO WS-VLR-PRECO.
           IF FLAG-PRECO-ENCONTRADO THEN
               MOVE VLR-PRECO           TO WS-VLR-PRECO
           END-IF.

           MOVE IMAGEM-ANTERIOR         TO REG-PRECO-PRODUTO.
           MOVE CHAVE-PRECO-IMG         TO CHAVE-PRECO-PRODUTO.

           IF FLAG-PRECO-ENCONTRADO THEN
               MOVE "A"                 TO JOR-OPERACAO
               PERFORM P891-RELE-PRC-PRODUTO THRU P891-FIM
               REWRITE REG-PRECO-PRODUTO
           ELSE
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               WRITE REG-PRECO-PRODUTO
           END-IF.

           IF WS-FS-PRC-PROD-OK THEN
               ADD 1                    TO WS-QTD-RESTAURADOS-OK
               MOVE WS-VLR-PRECO        TO AUD-VALOR-ANTERIOR
               MOVE VLR-PRECO           TO AUD-VALOR-NOVO
               MOVE WS-FK-COD-PRODUTO-TRAB TO AUD-CHAVE
               MOVE "A"                 TO AUD-OPERACAO
               MOVE "PRC-PRODUTO"       TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
      *        A IMAGEM RESTAURADA TRAZ DE VOLTA O PRECO E A GONDOLA
      *        ANTERIORES - A COBRANCA DA CHAVE E CONFERIDA DE NOVO
               MOVE "G"                 TO WS-LKS-FUNCAO-COBR
               MOVE CHAVE-PRECO-PRODUTO TO WS-LKS-CHAVE-PRECO-COBR
               MOVE FK-COD-MERCADO      TO WS-LKS-MERCADO-COBR
               MOVE QTD-COMPRA          TO WS-LKS-QTD-COMPRA-COBR
               MOVE VLR-PRECO           TO WS-LKS-VLR-COBRADO-COBR
               MOVE ZEROS               TO WS-LKS-VLR-GONDOLA-COBR
               IF VLR-PRECO-GONDOLA NUMERIC THEN
                   MOVE VLR-PRECO-GONDOLA TO WS-LKS-VLR-GONDOLA-COBR
               END-IF
               PERFORM P830-CONFERE-COBRANCA THRU P830-FIM
           ELSE
               MOVE "FALHA NA RESTAURACAO" TO WS-DET-ACAO
               PERFORM P590-REGISTRA-FALHA THRU P590-FIM
           END-IF.
      *
       P530-FIM.
      *
       P540-ESTORNA-VASILHAME.
      *
      *    *========================================================*
      *    * O DEPOSITO NAO E APAGADO: UM MOVIMENTO DE ESTORNO COM A
      *    * MESMA QUANTIDADE E VALOR ZERA O SALDO QUE ELE CRIOU
      *    * (SCMP0875 E SCMP0876 SUBTRAEM TUDO QUE NAO E DEPOSITO)
      *    *========================================================*
           MOVE SEQ-VASILHAME-IMG      TO SEQ-VASILHAME-MOV.

           READ VASILHAME-MOV
               KEY IS SEQ-VASILHAME-MOV
                   INVALID KEY
                       MOVE "DEPOSITO VASILHAME NAO ACHADO"
                                       TO WS-DET-ACAO
                       PERFORM P590-REGISTRA-FALHA THRU P590-FIM
                       GO TO P540-FIM
           END-READ.

           IF NOT MOV-VAS-DEPOSITO THEN
               GO TO P540-FIM
           END-IF.

           PERFORM P545-PROXIMA-SEQ-VASILHAME THRU P545-FIM.

           MOVE SEQ-VASILHAME-IMG      TO SEQ-VASILHAME-MOV.
           READ VASILHAME-MOV
               KEY IS SEQ-VASILHAME-MOV
           END-READ.

           ADD 1 TO WS-MAIOR-SEQ-VASILHAME GIVING SEQ-VASILHAME-MOV.
           MOVE WS-DATA-CORRENTE       TO DATA-MOV-VAS.
           SET MOV-VAS-ESTORNO         TO TRUE.
           MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-VAS.

           WRITE REG-VASILHAME-MOV.

           IF WS-FS-VAS-OK THEN
               ADD 1                   TO WS-QTD-ESTORNOS-OK
               MOVE SPACES             TO AUD-VALOR-ANTERIOR
               MOVE VLR-UNIT-VASILHAME-MOV TO AUD-VALOR-NOVO
               MOVE SEQ-VASILHAME-MOV  TO AUD-CHAVE
               MOVE "I"                TO AUD-OPERACAO
               MOVE "VASILHAME-MOV"    TO AUD-ARQUIVO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "VASILHAME-MOV"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-VASILHAME-MOV   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           ELSE
               MOVE "FALHA NO ESTORNO DO VASILHAME" TO WS-DET-ACAO
               PERFORM P590-REGISTRA-FALHA THRU P590-FIM
           END-IF.
      *
       P540-FIM.
      *
       P545-PROXIMA-SEQ-VASILHAME.
      *
           MOVE ZEROS                  TO WS-MAIOR-SEQ-VASILHAME.
           MOVE ZEROS                  TO SEQ-VASILHAME-MOV.

           START VASILHAME-MOV KEY IS NOT LESS THAN SEQ-VASILHAME-MOV
               INVALID KEY
                   CONTINUE
           END-START.

           IF WS-FS-VAS-OK THEN
               PERFORM UNTIL WS-FS-VAS-NAO-EXISTE
                   READ VASILHAME-MOV NEXT RECORD
                       AT END
                           SET WS-FS-VAS-NAO-EXISTE TO TRUE
                       NOT AT END
                           IF SEQ-VASILHAME-MOV >
                                       WS-MAIOR-SEQ-VASILHAME THEN
                               MOVE SEQ-VASILHAME-MOV
                                       TO WS-MAIOR-SEQ-VASILHAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *
       P545-FIM.
      *
       P590-REGISTRA-FALHA.
      *
           ADD 1                       TO WS-QTD-FALHAS.
           MOVE WS-FK-COD-PRODUTO-TRAB TO WS-DET-PRODUTO.
           MOVE WS-DD-PRECO-TRAB       TO WS-DET-DD.
           MOVE WS-MM-PRECO-TRAB       TO WS-DET-MM.
           MOVE WS-AAAA-PRECO-TRAB     TO WS-DET-AAAA.
           MOVE WS-SEQ-PRECO-TRAB      TO WS-DET-SEQ.
           MOVE ZEROS                  TO WS-DET-VLR.
           MOVE SEQ-VASILHAME-IMG      TO WS-DET-VASILHAME.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P590-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0335"         TO AUD-PROGRAMA.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P820-ESTORNA-VALE.
      *
      *    *========================================================*
      *    * PRECO EXCLUIDO QUE TINHA SIDO PAGO COM VALE DEVOLVE O
      *    * VALOR AO SALDO DO RAZAO DO VALE (SCMP0904).
      *    *========================================================*
           IF WS-FORMA-PAGTO NOT EQUAL "V" THEN
               GO TO P820-FIM
           END-IF.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           IF WS-LKS-RETORNO-VALE NOT EQUAL ZERO THEN
               MOVE "ESTORNO DO VALE NAO LANCADO" TO WS-DET-ACAO
               PERFORM P590-REGISTRA-FALHA THRU P590-FIM
           END-IF.
      *
       P820-FIM.
      *
       P830-CONFERE-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO EXCLUIDO (FUNCAO "E") OU RESTAURADO (FUNCAO "G")
      *    * ACERTA A COBRANCA ACIMA DA GONDOLA DA CHAVE (SCMP0911).
      *    * A COBRANCA JA RECLAMADA NO MERCADO E MANTIDA.
      *    *========================================================*
           IF WS-LKS-FUNCAO-COBR EQUAL SPACES THEN
               GO TO P830-FIM
           END-IF.

           MOVE "SCMP0335"              TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID          TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           IF WS-LKS-RETORNO-COBR EQUAL 1 THEN
               MOVE "COBRANCA GONDOLA NAO ACERTADA" TO WS-DET-ACAO
               PERFORM P590-REGISTRA-FALHA THRU P590-FIM
           END-IF.
      *
       P830-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0335"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-PRC-PRODUTO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS.
      *
           READ PRC-PRODUTO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-PRECO-PRODUTO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-PRECO-PRODUTO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   CARGA-IMAGEM
                   FECH-PRECO
                   VASILHAME-MOV
                   AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0335.
