      *          LONGO DO TEMPO E APONTA REDUCOES DE CONTEUDO SEM QUEDA
      *          PROPORCIONAL DE PRECO, QUANTIFICANDO O AUMENTO
      *          ESCONDIDO NO PRECO POR UNIDADE DE MEDIDA
      * Mod: 15/10/2026 - o produto que substituiu outro
      *      (PRODUTO-SUCESSOR, SCMP0272) herda as observacoes do
      *      antecessor anteriores a vigencia; a troca de codigo com
      *      embalagem menor tambem e apontada, marcada como antecessor
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0487.
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO
                FILE STATUS    IS WS-FS-PRODUTO.
      *
           SELECT PRODUTO-SUCESSOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO-SUCESSOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO-ANTIGO
                ALTERNATE RECORD KEY IS COD-PRODUTO-SUCESSOR
                FILE STATUS    IS WS-FS-SUCESSOR.
      *
           SELECT SCMO0487     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD PRODUTO-SUCESSOR.
           COPY "ProdutoSucessor.cpy".
      *
       FD SCMO0487.
       01 REG-REPORT                           PIC X(110).
               10 WS-TO-QTD-COMPRA     PIC 9(07)V999.
               10 WS-TO-VLR-PRECO      PIC 9(12)V99.
               10 WS-TO-UND-MEDIDA     PIC X(02).
               10 WS-TO-ORIGEM         PIC X(01).
      *
       01 WS-TAB-OBS-TROCA.
           05 WS-TROCA-DIA-JULIANO     PIC 9(08).
           05 WS-TROCA-QTD-COMPRA      PIC 9(07)V999.
           05 WS-TROCA-VLR-PRECO       PIC 9(12)V99.
           05 WS-TROCA-UND-MEDIDA      PIC X(02).
           05 WS-TROCA-ORIGEM          PIC X(01).
      *
       77 WS-QTD-OBS                           PIC 9(03) VALUE ZEROS.
       77 WS-IND-OBS-1                         PIC 9(03) VALUE ZEROS.
       77 WS-PCT-AUMENTO-OCULTO             PIC S9(05)V99 VALUE ZEROS.
      *
       77 WS-QTD-REDUCOES                      PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * SUCESSAO DE PRODUTOS: A CARGA DAS OBSERVACOES DOS
      *    * ANTECESSORES USA O PROPRIO PRC-PRODUTO, POR ISSO O
      *    * REGISTRO LIDO E GUARDADO E A LEITURA E REPOSICIONADA
      *    * NELE DEPOIS DA CARGA.
      *    *========================================================*
       77 WS-TEM-SUCESSAO                      PIC X(01) VALUE "N".
           88 FLAG-TEM-SUCESSAO                VALUE "S".
       77 WS-REPOSICIONA                       PIC X(01) VALUE "N".
           88 FLAG-REPOSICIONA                 VALUE "S".
       77 WS-COD-CADEIA                        PIC X(14) VALUE SPACES.
       77 WS-COD-ANTECESSOR                    PIC 9(14) VALUE ZEROS.
       77 WS-DATA-CORTE                        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ELOS                          PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CADEIA                        PIC X(01) VALUE SPACES.
           88 FLAG-FIM-CADEIA                  VALUE "S".
       77 WS-FIM-ANTECESSOR                    PIC X(01) VALUE SPACES.
           88 FLAG-FIM-ANTECESSOR              VALUE "S".
       77 WS-QTD-QUEBRAS                       PIC 9(05) VALUE ZEROS.
       01 WS-REG-PRC-SALVO                     PIC X(500).
      *
       77 WS-FS-PRC-PRODUTO                    PIC X(02).
           88 WS-FS-PRC-OK                     VALUE "00".
       77 WS-FS-PRODUTO                        PIC X(02).
           88 WS-FS-PROD-OK                    VALUE "00".
           88 WS-FS-PROD-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-SUCESSOR                       PIC X(02).
           88 WS-FS-SUC-OK                     VALUE "00".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
               05 FILLER               PIC X(12) VALUE "PRECO DE".
               05 FILLER               PIC X(12) VALUE "PRECO P/".
               05 FILLER               PIC X(10) VALUE "AUM.OCULTO".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "ORIGEM ANT".
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE ALL "-".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE ALL "-".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-PCT           PIC +ZZZ9,99.
               05 FILLER               PIC X(02) VALUE " %".
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ORIGEM        PIC X(10) VALUE SPACES.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(24) VALUE
                                       "REDUCOES APONTADAS....: ".
               05 WS-TOT-REDUCOES      PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(24) VALUE
                                       "TROCAS DE CODIGO......: ".
               05 WS-TOT-QUEBRAS       PIC ZZZZ9.
               05 FILLER               PIC X(50) VALUE
                   " (CONTEUDO DE = EMBALAGEM DO PRODUTO ANTECESSOR)".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".

           OPEN INPUT PRODUTO.

      *    SEM ARQUIVO DE SUCESSAO, CADA PRODUTO FICA COM SEU HISTORICO
           OPEN INPUT PRODUTO-SUCESSOR.

           IF WS-FS-SUC-OK THEN
               MOVE "S"                TO WS-TEM-SUCESSAO
           ELSE
               MOVE "N"                TO WS-TEM-SUCESSAO
           END-IF.

           OPEN OUTPUT SCMO0487.
      *
       P100-FIM.
           ELSE
               MOVE WS-QTD-REDUCOES    TO WS-TOT-REDUCOES
               WRITE REG-REPORT    FROM WS-LST-FINAL-1
               IF WS-QTD-QUEBRAS > ZEROS THEN
                   MOVE WS-QTD-QUEBRAS TO WS-TOT-QUEBRAS
                   WRITE REG-REPORT    FROM WS-LST-FINAL-2
               END-IF
           END-IF.
      *
       P300-FIM.
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       IF WS-QTD-OBS > ZEROS THEN
                           MOVE "N"    TO WS-REPOSICIONA
                           PERFORM P340-AVALIA-PRODUTO THRU P340-FIM
                       END-IF
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL WS-COD-PRODUTO-ATUAL
                           IF WS-QTD-OBS > ZEROS THEN
                               MOVE "S" TO WS-REPOSICIONA
                               PERFORM P340-AVALIA-PRODUTO THRU P340-FIM
                           END-IF
                           MOVE ZEROS  TO WS-QTD-OBS
                               TO WS-TO-VLR-PRECO(WS-QTD-OBS)
                           MOVE UND-MEDIDA
                               TO WS-TO-UND-MEDIDA(WS-QTD-OBS)
                           MOVE "P"
                               TO WS-TO-ORIGEM(WS-QTD-OBS)
                       END-IF
               END-READ
           END-PERFORM.
      *
       P320-FIM.
      *
       P330-CARREGA-ANTECESSORES.
      *
      *    *========================================================*
      *    * SEGUE A CADEIA DE ANTECESSORES DO PRODUTO CORRENTE E
      *    * ACRESCENTA A TABELA AS OBSERVACOES DE CADA UM ANTERIORES
      *    * A VIGENCIA DA TROCA (E A DE QUALQUER TROCA POSTERIOR).
      *    * O LIMITE DE ELOS PROTEGE CONTRA CICLOS.
      *    *========================================================*
           MOVE REG-PRECO-PRODUTO      TO WS-REG-PRC-SALVO.
           MOVE WS-COD-PRODUTO-ATUAL   TO WS-COD-CADEIA.
           MOVE 99999999               TO WS-DATA-CORTE.
           MOVE "N"                    TO WS-FIM-CADEIA.
           MOVE ZEROS                  TO WS-QTD-ELOS.
      *
           PERFORM UNTIL FLAG-FIM-CADEIA
               MOVE WS-COD-CADEIA      TO COD-PRODUTO-SUCESSOR
               READ PRODUTO-SUCESSOR
                   KEY IS COD-PRODUTO-SUCESSOR
                       INVALID KEY
                           SET FLAG-FIM-CADEIA TO TRUE
                       NOT INVALID KEY
                           ADD 1       TO WS-QTD-ELOS
                           IF DATA-VIGENCIA-SUCESSOR < WS-DATA-CORTE
                               MOVE DATA-VIGENCIA-SUCESSOR
                                               TO WS-DATA-CORTE
                           END-IF
                           MOVE COD-PRODUTO-ANTIGO TO WS-COD-CADEIA
                                                      WS-COD-ANTECESSOR
                           PERFORM P335-LE-ANTECESSOR THRU P335-FIM
                           IF WS-QTD-ELOS > 20
                               SET FLAG-FIM-CADEIA TO TRUE
                           END-IF
               END-READ
           END-PERFORM.
      *
      *    VOLTA A LEITURA AO REGISTRO QUE ABRIU O PROXIMO PRODUTO
           MOVE WS-REG-PRC-SALVO       TO REG-PRECO-PRODUTO.
      *
           IF FLAG-REPOSICIONA THEN
               START PRC-PRODUTO KEY IS EQUAL TO CHAVE-PRECO-PRODUTO
                   INVALID KEY
                       SET FLAG-EOF    TO TRUE
               END-START
               IF NOT FLAG-EOF
                   READ PRC-PRODUTO NEXT RECORD
                       AT END
                           SET FLAG-EOF TO TRUE
                   END-READ
               END-IF
           END-IF.
      *
       P330-FIM.
      *
       P335-LE-ANTECESSOR.
      *
           MOVE "N"                    TO WS-FIM-ANTECESSOR.
           MOVE WS-COD-ANTECESSOR      TO FK-COD-PRODUTO.
           MOVE LOW-VALUES             TO DATA-PRECO.
           MOVE ZEROS                  TO SEQ-PRECO.
      *
           START PRC-PRODUTO KEY IS NOT LESS THAN CHAVE-PRECO-PRODUTO
               INVALID KEY
                   SET FLAG-FIM-ANTECESSOR TO TRUE
           END-START.
      *
           PERFORM UNTIL FLAG-FIM-ANTECESSOR
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-FIM-ANTECESSOR TO TRUE
                   NOT AT END
                       IF FK-COD-PRODUTO NOT EQUAL WS-COD-ANTECESSOR
                          OR DATA-PRECO NOT < WS-DATA-CORTE
                           SET FLAG-FIM-ANTECESSOR TO TRUE
                       ELSE
                           IF QTD-COMPRA > ZEROS AND VLR-PRECO > ZEROS
                              AND WS-QTD-OBS < 200
                               ADD 1   TO WS-QTD-OBS
                               COMPUTE WS-TO-DIA-JULIANO(WS-QTD-OBS) =
                                   ANO-PRECO * 360 + MES-PRECO * 30
                                   + DIA-PRECO
                               MOVE QTD-COMPRA
                                   TO WS-TO-QTD-COMPRA(WS-QTD-OBS)
                               MOVE VLR-PRECO
                                   TO WS-TO-VLR-PRECO(WS-QTD-OBS)
                               MOVE UND-MEDIDA
                                   TO WS-TO-UND-MEDIDA(WS-QTD-OBS)
                               MOVE "A"
                                   TO WS-TO-ORIGEM(WS-QTD-OBS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P335-FIM.
      *
       P340-AVALIA-PRODUTO.
      *
           IF FLAG-TEM-SUCESSAO THEN
               PERFORM P330-CARREGA-ANTECESSORES THRU P330-FIM
           END-IF.

           PERFORM P345-ORDENA-OBSERVACOES THRU P345-FIM.

      *    *========================================================*
      *    * COMPARA CADA OBSERVACAO COM A SEGUINTE (MESMA UNIDADE):
      *    * CONTEUDO MENOR COM PRECO POR UNIDADE MAIOR E REDUFLACAO.
      *    * PARES SO DE OBSERVACOES DO ANTECESSOR JA SAEM NA LISTA
      *    * DO PROPRIO ANTECESSOR E FICAM DE FORA AQUI.
      *    *========================================================*
           PERFORM VARYING WS-IND-OBS-1 FROM 1 BY 1
                   UNTIL WS-IND-OBS-1 >= WS-QTD-OBS
               COMPUTE WS-IND-OBS-2 = WS-IND-OBS-1 + 1
               IF WS-TO-UND-MEDIDA(WS-IND-OBS-2) EQUAL
                       WS-TO-UND-MEDIDA(WS-IND-OBS-1)
                  AND WS-TO-ORIGEM(WS-IND-OBS-2) NOT EQUAL "A"
                  AND WS-TO-QTD-COMPRA(WS-IND-OBS-2) <
                       WS-TO-QTD-COMPRA(WS-IND-OBS-1)
                   COMPUTE WS-VLR-UNIT-ANTES ROUNDED =

           MOVE WS-PCT-AUMENTO-OCULTO  TO WS-DET-PCT.

           IF WS-TO-ORIGEM(WS-IND-OBS-1) EQUAL "A" THEN
               MOVE "ANTECESSOR"       TO WS-DET-ORIGEM
               ADD 1                   TO WS-QTD-QUEBRAS
           ELSE
               MOVE SPACES             TO WS-DET-ORIGEM
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P360-FIM.
           CLOSE   PRC-PRODUTO
                   PRODUTO
                   SCMO0487.
      *
           IF FLAG-TEM-SUCESSAO THEN
               CLOSE PRODUTO-SUCESSOR
           END-IF.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
