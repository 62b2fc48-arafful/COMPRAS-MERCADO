      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CONSULTA DE CUPOM NFC-E - A PARTIR DA CHAVE DE ACESSO
      *          (DIGITADA OU LIDA PELO LEITOR), MOSTRA O CUPOM
      *          REGISTRADO PELO SCMP0305 (MERCADO, DATA, TOTAL, SOMA
      *          DOS ITENS E DIFERENCA, EXECUCAO DA IMPORTACAO) E OS
      *          SEUS ITENS, 10 POR TELA. PARA CADA ITEM INDICA SE O
      *          PRECO FOI GRAVADO EM PRC-PRODUTO PELA CARGA (MESMO
      *          PRODUTO, DATA, MERCADO E VALOR, ORIGEM CUPOM) E EM QUE
      *          SEQUENCIA; ITEM NAO LOCALIZADO FICOU SUSPENSO, PENDENTE
      *          DE APROVACAO, FOI TROCADO POR CODIGO ALTERNATIVO OU A
      *          CARGA AINDA NAO FOI PROCESSADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0306.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFCE-CUPOM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-ACESSO-CUPOM
                FILE STATUS    IS WS-FS-NFCE-CUPOM.
      *
           SELECT NFCE-CUPOM-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-NFCE-CUPOM-ITEM
                FILE STATUS    IS WS-FS-NFCE-ITEM.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-PRC-PRODUTO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD NFCE-CUPOM.
           COPY "NfceCupom.cpy".
      *
       FD NFCE-CUPOM-ITEM.
           COPY "NfceCupomItem.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-CHAVE-ACESSO-TELA                 PIC X(44) VALUE SPACES.
      *
       01 WS-DADOS-CUPOM-TELA.
           05 WS-MERCADO-TELA                  PIC X(10).
           05 WS-CNPJ-TELA                     PIC X(14).
           05 WS-DATA-TELA.
               10 WS-DD-TELA                   PIC 9(02).
               10 FILLER                       PIC X(01) VALUE "/".
               10 WS-MM-TELA                   PIC 9(02).
               10 FILLER                       PIC X(01) VALUE "/".
               10 WS-AAAA-TELA                 PIC 9(04).
           05 WS-QTD-ITENS-TELA                PIC ZZZZ9.
           05 WS-SOMA-TELA                     PIC ZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-TELA                    PIC ZZ.ZZZ.ZZ9,99.
           05 WS-DIFERENCA-TELA                PIC -Z.ZZZ.ZZ9,99.
           05 WS-EXECUCAO-TELA                 PIC 9(16).
           05 WS-OPERADOR-TELA                 PIC X(08).
      *
       01 WS-LINHA-ITEM.
           05 WS-ITEM-SEQ                      PIC ZZZ9.
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-ITEM-EAN                      PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-ITEM-QTD                      PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-ITEM-UND                      PIC X(02).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WS-ITEM-VLR                      PIC Z.ZZZ.ZZ9,99.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-ITEM-SITUACAO                 PIC X(24).
      *
       01 WS-LINHA-CAB-ITEM                    PIC X(72) VALUE
           " SEQ CODIGO         QTDE     UN        VALOR  SITUACAO NA CA
      -    "RGA".
      *
       77 WS-LINHA-TELA                        PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO-TELA                      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NA-TELA                       PIC 9(02) VALUE ZEROS.
       77 WS-ED-SEQ-PRECO                      PIC 99.
      *
       77 WS-FS-NFCE-CUPOM                     PIC X(02).
           88 WS-FS-CUPOM-OK                   VALUE "00".
           88 WS-FS-CUPOM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-NFCE-ITEM                      PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
      *
       77 WS-FIM-ITENS                         PIC X(01) VALUE "N".
           88 FLAG-EOF-ITENS                   VALUE "S".
      *
       77 WS-FIM-PRECOS                        PIC X(01) VALUE "N".
           88 FLAG-EOF-PRECOS                  VALUE "S".
      *
       77 WS-PRECO-ACHADO                      PIC X(01) VALUE "N".
           88 FLAG-PRECO-ACHADO                VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
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
           05 LINE 03 COL 05 VALUE "SMCP0306 - Consulta de Cupom NFC-e".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 05 COL 05 VALUE "Chave de Acesso (ENTER = sair):".
      *
       01 SS-CUPOM-SCREEN.
           05 LINE 07 COL 05 VALUE "Mercado: ".
           05 SS-MERCADO PIC X(10) FROM WS-MERCADO-TELA.
           05 LINE 07 COL 28 VALUE "CNPJ: ".
           05 SS-CNPJ PIC X(14) FROM WS-CNPJ-TELA.
           05 LINE 07 COL 52 VALUE "Data: ".
           05 SS-DATA PIC X(10) FROM WS-DATA-TELA.
           05 LINE 08 COL 05 VALUE "Itens: ".
           05 SS-QTD-ITENS PIC X(05) FROM WS-QTD-ITENS-TELA.
           05 LINE 08 COL 20 VALUE "Soma: ".
           05 SS-SOMA PIC X(13) FROM WS-SOMA-TELA.
           05 LINE 08 COL 42 VALUE "Total: ".
           05 SS-TOTAL PIC X(13) FROM WS-TOTAL-TELA.
           05 LINE 09 COL 05 VALUE "Diferenca: ".
           05 SS-DIFERENCA PIC X(13) FROM WS-DIFERENCA-TELA.
           05 LINE 09 COL 32 VALUE "Importacao: ".
           05 SS-EXECUCAO PIC 9(16) FROM WS-EXECUCAO-TELA.
           05 LINE 10 COL 05 VALUE "Operador: ".
           05 SS-OPERADOR PIC X(08) FROM WS-OPERADOR-TELA.
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 23 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 23 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           OPEN INPUT NFCE-CUPOM.

           IF NOT WS-FS-CUPOM-OK THEN
               MOVE "NENHUM CUPOM NFC-E IMPORTADO"  TO WS-MENSAGEM
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2401
               PERFORM P900-FIM
           END-IF.

           OPEN INPUT NFCE-CUPOM-ITEM.
           OPEN INPUT PRC-PRODUTO.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES             TO WS-CHAVE-ACESSO-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.

           ACCEPT WS-CHAVE-ACESSO-TELA REVERSE-VIDEO   AT 0605.

           IF WS-CHAVE-ACESSO-TELA EQUAL SPACES THEN
               MOVE "Q"            TO WS-RESPOSTA-TELA
               GO TO P300-FIM
           END-IF.

           MOVE WS-CHAVE-ACESSO-TELA   TO CHAVE-ACESSO-CUPOM.

           READ NFCE-CUPOM
               KEY IS CHAVE-ACESSO-CUPOM
               INVALID KEY
                   MOVE "CUPOM NAO REGISTRADO"     TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 2401
                   DISPLAY SS-LIMPA-MENSAGEM
                   GO TO P300-FIM
           END-READ.

           PERFORM P400-MOSTRA-CUPOM THRU P400-FIM.

           PERFORM P500-MOSTRA-ITENS THRU P500-FIM.
      *
       P300-FIM.
      *
       P400-MOSTRA-CUPOM.
      *
           MOVE FK-COD-MERCADO-CUPOM   TO WS-MERCADO-TELA.
           MOVE CNPJ-LOJA-CUPOM        TO WS-CNPJ-TELA.
           MOVE DIA-EMISSAO-CUPOM      TO WS-DD-TELA.
           MOVE MES-EMISSAO-CUPOM      TO WS-MM-TELA.
           MOVE ANO-EMISSAO-CUPOM      TO WS-AAAA-TELA.
           MOVE QTD-ITENS-CUPOM        TO WS-QTD-ITENS-TELA.
           MOVE VLR-SOMA-ITENS-CUPOM   TO WS-SOMA-TELA.
           MOVE VLR-TOTAL-CUPOM        TO WS-TOTAL-TELA.
           MOVE VLR-DIFERENCA-CUPOM    TO WS-DIFERENCA-TELA.
           MOVE ID-EXECUCAO-IMPORTACAO TO WS-EXECUCAO-TELA.
           MOVE OPERADOR-IMPORTACAO    TO WS-OPERADOR-TELA.

           DISPLAY SS-CUPOM-SCREEN.

           IF TOTAL-CUPOM-AUSENTE THEN
               DISPLAY "(TOTAL NAO INFORMADO NO CUPOM)"   AT 0932
           END-IF.

           DISPLAY WS-LINHA-CAB-ITEM   AT 1105.
      *
       P400-FIM.
      *
       P500-MOSTRA-ITENS.
      *
           MOVE "N"                    TO WS-FIM-ITENS.
           MOVE ZEROS                  TO WS-QTD-NA-TELA.
           MOVE CHAVE-ACESSO-CUPOM     TO CHAVE-ACESSO-ITEM.
           MOVE ZEROS                  TO SEQ-ITEM-CUPOM.

           START NFCE-CUPOM-ITEM KEY IS NOT LESS THAN
                                               CHAVE-NFCE-CUPOM-ITEM
               INVALID KEY
                   SET FLAG-EOF-ITENS  TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-ITENS
               READ NFCE-CUPOM-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF-ITENS  TO TRUE
                   NOT AT END
                       IF CHAVE-ACESSO-ITEM NOT EQUAL
                                           CHAVE-ACESSO-CUPOM THEN
                           SET FLAG-EOF-ITENS  TO TRUE
                       ELSE
                           PERFORM P510-MOSTRA-ITEM THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "FIM DOS ITENS DO CUPOM"   TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 2401.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
       P510-MOSTRA-ITEM.
      *
           IF WS-QTD-NA-TELA EQUAL 10 THEN
               MOVE "<ENTER> PARA OS PROXIMOS ITENS" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 2401
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE ZEROS              TO WS-QTD-NA-TELA
               PERFORM VARYING WS-LINHA-TELA FROM 12 BY 1
                         UNTIL WS-LINHA-TELA > 21
                   COMPUTE WS-POSICAO-TELA = WS-LINHA-TELA * 100 + 1
                   DISPLAY SPACES      AT WS-POSICAO-TELA
                                       WITH ERASE EOL
               END-PERFORM
           END-IF.

           MOVE SEQ-ITEM-CUPOM         TO WS-ITEM-SEQ.
           MOVE COD-EAN-ITEM-CUPOM     TO WS-ITEM-EAN.
           MOVE QTD-ITEM-CUPOM         TO WS-ITEM-QTD.
           MOVE UND-ITEM-CUPOM         TO WS-ITEM-UND.
           MOVE VLR-ITEM-CUPOM         TO WS-ITEM-VLR.

           PERFORM P520-LOCALIZA-PRECO THRU P520-FIM.

           IF FLAG-PRECO-ACHADO THEN
               MOVE SEQ-PRECO          TO WS-ED-SEQ-PRECO
               MOVE SPACES             TO WS-ITEM-SITUACAO
               STRING "GRAVADO - SEQ " WS-ED-SEQ-PRECO
                   DELIMITED BY SIZE INTO WS-ITEM-SITUACAO
           ELSE
               MOVE "NAO LOCALIZADO"   TO WS-ITEM-SITUACAO
           END-IF.

           COMPUTE WS-LINHA-TELA = 12 + WS-QTD-NA-TELA.
           COMPUTE WS-POSICAO-TELA = WS-LINHA-TELA * 100 + 5.
           DISPLAY WS-LINHA-ITEM       AT WS-POSICAO-TELA.

           ADD 1                       TO WS-QTD-NA-TELA.
      *
       P510-FIM.
      *
       P520-LOCALIZA-PRECO.
      *
      *    *========================================================*
      *    * O PRECO DO ITEM E O DE MESMO PRODUTO E DATA, NO MERCADO
      *    * DO CUPOM, COM O VALOR DO ITEM E ORIGEM CUPOM NFC-E
      *    *========================================================*
           MOVE "N"                    TO WS-PRECO-ACHADO.
           MOVE "N"                    TO WS-FIM-PRECOS.

           IF NOT WS-FS-PRC-OK THEN
               GO TO P520-FIM
           END-IF.

           MOVE COD-EAN-ITEM-CUPOM     TO FK-COD-PRODUTO.
           MOVE DATA-EMISSAO-CUPOM     TO DATA-PRECO.
           MOVE ZEROS                  TO SEQ-PRECO.

           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   GO TO P520-FIM
           END-START.

           PERFORM UNTIL FLAG-EOF-PRECOS OR FLAG-PRECO-ACHADO
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF-PRECOS TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL COD-EAN-ITEM-CUPOM
                          OR DATA-PRECO NOT EQUAL DATA-EMISSAO-CUPOM
                           SET FLAG-EOF-PRECOS TO TRUE
                       ELSE
                           IF FK-COD-MERCADO EQUAL FK-COD-MERCADO-CUPOM
                              AND VLR-PRECO EQUAL VLR-ITEM-CUPOM
                              AND ORIGEM-NFCE
                               SET FLAG-PRECO-ACHADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P520-FIM.
      *
       P900-FIM.
           CLOSE   NFCE-CUPOM
                   NFCE-CUPOM-ITEM
                   PRC-PRODUTO.
           GOBACK.
       END PROGRAM SCMP0306.
