      *      saldo (UND-ESTOQUE): o saldo e convertido para a unidade
      *      base antes de subtrair e saldo de familia diferente da do
      *      ingrediente nao abate (mesma regra do SCMP0873)
      * Mod: 15/10/2026 - a lista pode ser gerada do cardapio semanal
      *      (CARDAPIO, SCMP0846): informada a semana, explode as
      *      refeicoes ainda nao preparadas, com multiplicador igual
      *      as porcoes planejadas / porcoes da receita
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - ingrediente que e sub-receita e explodido em
      *      todos os niveis, escalado pelas porcoes usadas sobre as
      *      porcoes da sub-receita; referencia circular e sub-receita
      *      sem cadastro ficam fora da lista, com aviso na tela
      * Mod: 15/10/2026 - gravacoes em LISTA-COMPRAS E LISTA-ITEM passam
      *      a ir tambem para o jornal de alteracoes (SCMP0917), com as
      *      imagens antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      * Mod: 15/10/2026 - itens gerados gravam a prioridade em branco
      *      (essencial) no novo campo PRIORIDADE-ITEM-LISTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0845.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDAPIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARDAPIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CARDAPIO
                FILE STATUS    IS WS-FS-CARDAPIO.
      *
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
      *
       DATA DIVISION.
       FILE SECTION.
       FD CARDAPIO.
           COPY "Cardapio.cpy".
      *
       FD RECEITA.
           COPY "Receita.cpy".
      *
       77 WS-NOME-RECEITA-TELA                 PIC X(20) VALUE SPACES.
       77 WS-MULT-TELA                         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-RECEITAS-USADAS               PIC 9(03) VALUE ZEROS.
       77 WS-FATOR-MULT                     PIC 9(03)V9999 VALUE ZEROS.
       77 WS-DESC-LISTA-GERADA                 PIC X(40)
                                       VALUE "GERADA DE RECEITAS".
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
       01 WS-DATA-SEMANA-TELA.
           05 WS-DD-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-MM-SEMANA-TELA                PIC XX.
           05 FILLER                           PIC X VALUE "/".
           05 WS-AAAA-SEMANA-TELA              PIC XXXX.
      *
       01 WS-DATA-SEMANA.
           05 WS-AAAA-SEMANA                   PIC X(04).
           05 WS-MM-SEMANA                     PIC X(02).
           05 WS-DD-SEMANA                     PIC X(02).
       01 WS-DATA-SEMANA-NUM REDEFINES WS-DATA-SEMANA PIC 9(08).
      *
       77 WS-QTD-SEM-RECEITA                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SUB-RECUSADA                  PIC 9(03) VALUE ZEROS.
      *
      *    *========================================================*
      *    * EXPLOSAO EM NIVEIS: PILHA COM O NOME DA RECEITA, O FATOR
      *    * ACUMULADO (MULTIPLICADOR X PORCOES USADAS / PORCOES DA
      *    * SUB-RECEITA) E A ULTIMA SEQUENCIA LIDA, ATE 10 NIVEIS.
      *    *========================================================*
       01 WS-PILHA-RECEITA.
           05 WS-PILHA-ITEM            OCCURS 10 TIMES.
               10 WS-PI-NOME           PIC X(20).
               10 WS-PI-FATOR          PIC 9(05)V9(06).
               10 WS-PI-SEQ            PIC 9(04).
       77 WS-QTD-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-IND-PILHA                         PIC 9(02) VALUE ZEROS.
       77 WS-FATOR-NIVEL                    PIC 9(05)V9(06) VALUE ZEROS.
      *
       77 WS-FIM-CARDAPIO                      PIC X(01) VALUE "N".
           88 FLAG-FIM-CARDAPIO                VALUE "S".
      *
       77 WS-ORIGEM-LISTA                      PIC X(01) VALUE "R".
           88 FLAG-ORIGEM-CARDAPIO             VALUE "C".
           88 FLAG-ORIGEM-RECEITAS             VALUE "R".
      *
       77 WS-QTD-NECESSARIA                 PIC 9(09)V999 VALUE ZEROS.
       77 WS-QTD-FALTANTE                   PIC 9(09)V999 VALUE ZEROS.
       77 WS-QTD-ESTOQUE-BASE               PIC 9(09)V999 VALUE ZEROS.
       77 WS-ABATE-ESTOQUE                      PIC X(01) VALUE "S".
           88 FLAG-ABATE-ESTOQUE               VALUE "S".
      *
       77 WS-FS-CARDAPIO                       PIC X(02).
           88 WS-FS-CARD-OK                    VALUE "00".
           88 WS-FS-CARD-NAO-EXISTE            VALUE "35".
      *
       77 WS-FS-RECEITA                        PIC X(02).
           88 WS-FS-REC-OK                     VALUE "00".
      *
       77 WS-FIM-COLETA                        PIC X(01) VALUE "N".
           88 FLAG-FIM-COLETA                  VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
           05 LINE 06 COL 05 VALUE "Nome da Lista a Gerar....: ".
           05 SS-NOME-LISTA REVERSE-VIDEO PIC X(20)
                           USING WS-NOME-LISTA-TELA.
           05 LINE 07 COL 05 VALUE "Cardapio da semana (opc.): ".
           05 SS-DATA-SEMANA REVERSE-VIDEO PIC X(10)
                           USING WS-DATA-SEMANA-TELA.
           05 LINE 08 COL 05 VALUE
                       "Receita (branco encerra)..: ".
           05 SS-NOME-RECEITA REVERSE-VIDEO PIC X(20)
           PERFORM P200-SOLICITA-LISTA THRU P200-FIM.

           IF WS-NOME-LISTA-TELA NOT EQUAL SPACES THEN
               PERFORM P220-SOLICITA-SEMANA THRU P220-FIM
           END-IF.

           IF WS-NOME-LISTA-TELA NOT EQUAL SPACES THEN
               IF FLAG-ORIGEM-CARDAPIO THEN
                   PERFORM P260-EXPLODE-CARDAPIO THRU P260-FIM
               ELSE
                   PERFORM P250-COLETA-RECEITAS THRU P250-FIM
                           UNTIL FLAG-FIM-COLETA
               END-IF

               IF WS-QTD-SUB-RECUSADA > ZEROS THEN
                   DISPLAY "SUB-RECEITAS IGNORADAS (CICLO OU SEM "
                           "CADASTRO): " WS-QTD-SUB-RECUSADA
                                           AT 1205
                   ACCEPT WS-PROMPT        AT 1270
               END-IF

               IF WS-QTD-RECEITAS-USADAS > ZEROS THEN
                   PERFORM P400-GERA-LISTA THRU P400-FIM

       P100-INICIALIZA.

           OPEN INPUT CARDAPIO.

           OPEN INPUT RECEITA.

           IF NOT WS-FS-REC-OK THEN
           END-READ.
      *
       P200-FIM.
      *
       P220-SOLICITA-SEMANA.
      *
      *    *========================================================*
      *    * SEMANA DO CARDAPIO EM BRANCO = RECEITAS AVULSAS, UMA A
      *    * UMA, COMO SEMPRE; INFORMADA, A LISTA SAI DO CARDAPIO.
      *    *========================================================*
           MOVE SPACES                 TO WS-DATA-SEMANA-TELA.
           ACCEPT SS-DATA-SEMANA.

           IF WS-DATA-SEMANA-TELA EQUAL SPACES THEN
               SET FLAG-ORIGEM-RECEITAS TO TRUE
               GO TO P220-FIM
           END-IF.

           MOVE WS-DD-SEMANA-TELA      TO WS-LKS-DD.
           MOVE WS-MM-SEMANA-TELA      TO WS-LKS-MM.
           MOVE WS-AAAA-SEMANA-TELA    TO WS-LKS-AAAA.
           CALL "SCMP0901" USING WS-LKS-AREA.

           IF WS-LKS-RETORNO NOT EQUAL ZERO THEN
               DISPLAY "DATA DA SEMANA INVALIDA"  AT 1305
               ACCEPT WS-PROMPT            AT 1350
               MOVE SPACES             TO WS-NOME-LISTA-TELA
               GO TO P220-FIM
           END-IF.

           IF NOT WS-FS-CARD-OK THEN
               DISPLAY "CARDAPIO NAO CADASTRADO"  AT 1305
               ACCEPT WS-PROMPT            AT 1350
               MOVE SPACES             TO WS-NOME-LISTA-TELA
               GO TO P220-FIM
           END-IF.

           MOVE WS-AAAA-SEMANA-TELA    TO WS-AAAA-SEMANA.
           MOVE WS-MM-SEMANA-TELA      TO WS-MM-SEMANA.
           MOVE WS-DD-SEMANA-TELA      TO WS-DD-SEMANA.
           SET FLAG-ORIGEM-CARDAPIO    TO TRUE.

           MOVE SPACES                 TO WS-DESC-LISTA-GERADA.
           STRING "CARDAPIO DA SEMANA " WS-DATA-SEMANA-TELA
                   DELIMITED BY SIZE INTO WS-DESC-LISTA-GERADA.
      *
       P220-FIM.
      *
       P250-COLETA-RECEITAS.
      *
           IF WS-MULT-TELA EQUAL ZEROS THEN
               MOVE 1                  TO WS-MULT-TELA
           END-IF.
           MOVE WS-MULT-TELA           TO WS-FATOR-MULT.

           ADD 1                       TO WS-QTD-RECEITAS-USADAS.

      *
       P250-FIM.
      *
       P260-EXPLODE-CARDAPIO.
      *
      *    *========================================================*
      *    * TODAS AS REFEICOES DA SEMANA AINDA NAO PREPARADAS; O
      *    * MULTIPLICADOR E PORCOES PLANEJADAS / PORCOES DA RECEITA
      *    * (RECEITA SEM PORCOES: AS PORCOES DO CARDAPIO).
      *    *========================================================*
           MOVE "N"                    TO WS-FIM-CARDAPIO.
           MOVE WS-DATA-SEMANA-NUM     TO DATA-SEMANA-CARDAPIO.
           MOVE ZEROS                  TO DIA-SEMANA-CARDAPIO.
           MOVE SPACES                 TO REFEICAO-CARDAPIO.

           START CARDAPIO KEY IS NOT LESS THAN CHAVE-CARDAPIO
               INVALID KEY
                   SET FLAG-FIM-CARDAPIO   TO TRUE
           END-START.

           PERFORM UNTIL FLAG-FIM-CARDAPIO
               READ CARDAPIO NEXT RECORD
                   AT END
                       SET FLAG-FIM-CARDAPIO TO TRUE
                   NOT AT END
                       IF DATA-SEMANA-CARDAPIO NOT EQUAL
                               WS-DATA-SEMANA-NUM
                           SET FLAG-FIM-CARDAPIO TO TRUE
                       ELSE
                           IF NOT REFEICAO-PREPARADA
                               PERFORM P270-EXPLODE-REFEICAO
                                               THRU P270-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-QTD-RECEITAS-USADAS EQUAL ZEROS THEN
               DISPLAY "NENHUMA REFEICAO A PREPARAR NA SEMANA"
                                           AT 1305
               ACCEPT WS-PROMPT            AT 1350
           END-IF.
      *
       P260-FIM.
      *
       P270-EXPLODE-REFEICAO.
      *
           MOVE NOME-RECEITA-CARDAPIO  TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       ADD 1           TO WS-QTD-SEM-RECEITA
                       GO TO P270-FIM
           END-READ.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-MULT ROUNDED =
                   QTD-PORCOES-CARDAPIO / QTD-PORCOES-RECEITA
           ELSE
               MOVE QTD-PORCOES-CARDAPIO   TO WS-FATOR-MULT
           END-IF.

           IF WS-FATOR-MULT EQUAL ZEROS THEN
               MOVE 1                  TO WS-FATOR-MULT
           END-IF.

           MOVE NOME-RECEITA-CARDAPIO  TO WS-NOME-RECEITA-TELA.
           ADD 1                       TO WS-QTD-RECEITAS-USADAS.

           PERFORM P300-EXPLODE-RECEITA THRU P300-FIM.
      *
       P270-FIM.
      *
       P300-EXPLODE-RECEITA.
      *
      *    *========================================================*
      *    * A RECEITA ESCOLHIDA E O NIVEL 1 DA PILHA, COM O FATOR DO
      *    * MULTIPLICADOR; CADA SUB-RECEITA ACHADA E EMPILHADA E
      *    * EXPLODIDA ANTES DOS ITENS SEGUINTES DO NIVEL DE CIMA.
      *    *========================================================*
           MOVE 1                      TO WS-QTD-PILHA.
           MOVE WS-NOME-RECEITA-TELA   TO WS-PI-NOME(1).
           MOVE WS-FATOR-MULT          TO WS-PI-FATOR(1).
           MOVE ZEROS                  TO WS-PI-SEQ(1).

           PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
               PERFORM P310-PROXIMO-ITEM THRU P310-FIM
           END-PERFORM.
      *
       P300-FIM.
      *
       P310-PROXIMO-ITEM.
      *
           MOVE WS-PI-NOME(WS-QTD-PILHA)   TO NOME-RECEITA-ITEM.
           COMPUTE SEQ-ITEM-RECEITA = WS-PI-SEQ(WS-QTD-PILHA) + 1.

           START RECEITA-ITEM KEY IS NOT LESS THAN CHAVE-RECEITA-ITEM
               INVALID KEY
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P310-FIM
           END-START.

           READ RECEITA-ITEM NEXT RECORD
               AT END
                   SUBTRACT 1          FROM WS-QTD-PILHA
                   GO TO P310-FIM
           END-READ.

           IF NOME-RECEITA-ITEM NOT EQUAL WS-PI-NOME(WS-QTD-PILHA)
               SUBTRACT 1              FROM WS-QTD-PILHA
               GO TO P310-FIM
           END-IF.

           MOVE SEQ-ITEM-RECEITA       TO WS-PI-SEQ(WS-QTD-PILHA).
           MOVE WS-PI-FATOR(WS-QTD-PILHA)  TO WS-FATOR-NIVEL.

           IF NOT ITEM-RECEITA-SUB-RECEITA THEN
               PERFORM P330-ACUMULA-NECESSIDADE THRU P330-FIM
               GO TO P310-FIM
           END-IF.

      *    SUB-RECEITA JA NA PILHA E REFERENCIA CIRCULAR - O RAMO
      *    NAO E EXPLODIDO
           IF WS-QTD-PILHA NOT LESS 10 THEN
               ADD 1                   TO WS-QTD-SUB-RECUSADA
               GO TO P310-FIM
           END-IF.

           PERFORM VARYING WS-IND-PILHA FROM 1 BY 1
                   UNTIL WS-IND-PILHA > WS-QTD-PILHA
               IF WS-PI-NOME(WS-IND-PILHA) EQUAL SUB-RECEITA-ITEM
                   ADD 1               TO WS-QTD-SUB-RECUSADA
                   GO TO P310-FIM
               END-IF
           END-PERFORM.

           MOVE SUB-RECEITA-ITEM       TO NOME-RECEITA.

           READ RECEITA
               KEY IS NOME-RECEITA
                   INVALID KEY
                       ADD 1           TO WS-QTD-SUB-RECUSADA
                       GO TO P310-FIM
           END-READ.

           IF QTD-PORCOES-RECEITA > ZEROS THEN
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA / QTD-PORCOES-RECEITA
           ELSE
               COMPUTE WS-FATOR-NIVEL ROUNDED =
                   WS-FATOR-NIVEL * QTD-RECEITA
           END-IF.

           ADD 1                       TO WS-QTD-PILHA.
           MOVE SUB-RECEITA-ITEM       TO WS-PI-NOME(WS-QTD-PILHA).
           MOVE WS-FATOR-NIVEL         TO WS-PI-FATOR(WS-QTD-PILHA).
           MOVE ZEROS                  TO WS-PI-SEQ(WS-QTD-PILHA).
      *
       P310-FIM.
      *
       P330-ACUMULA-NECESSIDADE.
      *
           END-IF.

           COMPUTE WS-QTD-NECESSARIA ROUNDED =
               QTD-RECEITA * WS-FATOR-ING * WS-FATOR-NIVEL.

           MOVE ZEROS                  TO WS-IND-NEC-ACHADO.

           MOVE ZEROS                  TO WS-QTD-ITENS-GERADOS.

           MOVE WS-NOME-LISTA-TELA     TO NOME-LISTA.
           MOVE WS-DESC-LISTA-GERADA   TO DESC-LISTA.
           MOVE "N"                    TO IND-CESTA-PADRAO.
           MOVE ZEROS                  TO QTD-ITENS-LISTA.

           WRITE REG-LISTA-COMPRAS.
      *
           IF WS-FS-LISTA-OK THEN
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.

           IF NOT WS-FS-LISTA-OK THEN
               DISPLAY "ERRO NA GRAVACAO DA LISTA"  AT 1305

           IF WS-QTD-ITENS-GERADOS EQUAL ZEROS THEN
               MOVE WS-NOME-LISTA-TELA TO NOME-LISTA
               PERFORM P891-RELE-LISTA-COMPRAS THRU P891-FIM
               DELETE LISTA-COMPRAS RECORD
               IF WS-FS-LISTA-OK THEN
                   MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
                   MOVE "E"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               END-IF
               DISPLAY "ESTOQUE COBRE TUDO - LISTA NAO GERADA"
                                           AT 1305
               ACCEPT WS-PROMPT        AT 1350
                       INVALID KEY
                           CONTINUE
               END-READ
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-ANTES
               MOVE WS-QTD-ITENS-GERADOS   TO QTD-ITENS-LISTA
               REWRITE REG-LISTA-COMPRAS

               MOVE SPACES             TO AUD-VALOR-ANTERIOR
               MOVE WS-DESC-LISTA-GERADA   TO AUD-VALOR-NOVO
               MOVE WS-NOME-LISTA-TELA TO AUD-CHAVE
               MOVE "I"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "LISTA-COMPRAS"     TO JOR-ARQUIVO
               MOVE "A"                 TO JOR-OPERACAO
               MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM

               DISPLAY "LISTA GERADA COM " WS-QTD-ITENS-GERADOS
                       " ITENS"            AT 1305
           MOVE WS-NEC-COD-PRODUTO(WS-IND-NEC) TO COD-PRODUTO-LISTA.
           MOVE WS-NEC-DESC(WS-IND-NEC)        TO DESC-PRODUTO-LISTA.
           MOVE WS-QTD-LISTA-INT       TO QTD-DESEJADA-LISTA.
           MOVE SPACES                 TO PRIORIDADE-ITEM-LISTA.

           WRITE REG-LISTA-ITEM.
           IF WS-FS-LITEM-OK THEN
               MOVE "LISTA-ITEM"        TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-LISTA-ITEM      TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
           END-IF.
      *
       P430-FIM.
      *
           MOVE "SCMP0845"         TO AUD-PROGRAMA.
           MOVE "LISTA-COMPRAS"    TO AUD-ARQUIVO.
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
           MOVE "SCMP0845"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-LISTA-COMPRAS.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-LISTA-COMPRAS   TO JOR-IMAGEM-DEPOIS.
      *
           READ LISTA-COMPRAS
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-LISTA-COMPRAS TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-LISTA-COMPRAS.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE CARDAPIO
                 RECEITA
                 RECEITA-ITEM
                 LISTA-COMPRAS
                 LISTA-ITEM
