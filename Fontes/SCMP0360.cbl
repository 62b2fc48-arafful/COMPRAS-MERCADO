      * Mod: 02/09/2026 - competencia reaberta pelo SCMP0365 pode (e
      *      deve) ser refechada aqui: o registro existente e
      *      regravado como fechado, com os novos operadores e data
      * Mod: 15/10/2026 - ao fechar (ou refechar) a competencia, lista
      *      em SCMO0360 os titulos a pagar que ficaram em aberto no
      *      fim do mes, com o saldo apurado pelos pagamentos feitos
      *      ate o ultimo dia da competencia
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - fechar ou refechar a competencia marca o seu
      *      resumo mensal (RESUMO-PRECO) como desatualizado, para o
      *      SCMP0086 refaze-lo com os precos definitivos do mes
      * Mod: 15/10/2026 - gravacoes em FECH-PRECO passam a ir tambem
      *      para o jornal de alteracoes (SCMP0917), com as imagens
      *      antes e depois, para a recuperacao pos-restauracao
      *      (SCMP0084)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0360.
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-OPERADOR
                FILE STATUS    IS WS-FS-OPERADOR.
      *
           SELECT TITULO-PAGAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TITULO-PAGAR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-TITULO.
      *
           SELECT PAGTO-TITULO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PAGTO-TITULO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-PAGTO-TITULO
                FILE STATUS    IS WS-FS-PAGTO.
      *
           SELECT SCMO0360     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0360.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD OPERADOR.
           COPY "Operador.cpy".
      *
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD PAGTO-TITULO.
           COPY "PagtoTitulo.cpy".
      *
       FD SCMO0360.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
       77 WS-VALIDA-COMPETENCIA                PIC X(01) VALUE SPACES.
           88 FLAG-COMPETENCIA-VALIDA          VALUE "S".
      *
      *    *========================================================*
      *    * TITULOS A PAGAR EM ABERTO NO FIM DA COMPETENCIA
      *    *========================================================*
       77 WS-FS-TITULO                         PIC X(02).
           88 WS-FS-TIT-OK                     VALUE "00".
           88 WS-FS-TIT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-PAGTO                          PIC X(02).
           88 WS-FS-PGT-OK                     VALUE "00".
           88 WS-FS-PGT-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-TITULO                        PIC X(01) VALUE "N".
           88 FLAG-EOF-TITULO                  VALUE "S".
      *
       77 WS-FIM-PAGTO                         PIC X(01) VALUE "N".
           88 FLAG-EOF-PAGTO                   VALUE "S".
      *
       77 WS-PAGTO-ABERTO                      PIC X(01) VALUE "N".
           88 FLAG-PAGTO-ABERTO                VALUE "S".
      *
      *    ULTIMO DIA DA COMPETENCIA NO FORMATO AAAAMMDD (DIA 31 SERVE
      *    DE LIMITE PARA QUALQUER MES NA COMPARACAO)
       77 WS-FIM-COMPETENCIA                   PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-FIM                   PIC 9(08) VALUE ZEROS.
       77 WS-DIA-JULIANO-VENC                  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO                       PIC S9(05) VALUE ZEROS.
       77 WS-VLR-PAGO-ATE-FIM               PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-SALDO-FIM                  PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-TIT-ABERTOS                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SALDO-FIM                  PIC 9(13)V99 VALUE ZEROS.
      *
       01 WS-DATA-EDICAO.
           05 WS-DD-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-MM-EDICAO                     PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WS-AAAA-EDICAO                   PIC 9(04).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(100) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0360 - ".
               05 FILLER   PIC X(42) VALUE
                       "TITULOS A PAGAR EM ABERTO NA COMPETENCIA ".
               05 WS-CAB-COMPETENCIA
                           PIC X(07) VALUE SPACES.
               05 FILLER   PIC X(18) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FORNECEDOR".
               05 FILLER               PIC X(16) VALUE "NOTA/SERIE".
               05 FILLER               PIC X(12) VALUE "EMISSAO".
               05 FILLER               PIC X(12) VALUE "VENCIMENTO".
               05 FILLER               PIC X(20) VALUE
                                               "    VALOR TITULO".
               05 FILLER               PIC X(20) VALUE
                                               "  SALDO FIM DO MES".
               05 FILLER               PIC X(07) VALUE " ATRASO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-FORNECEDOR    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-NUM-NF        PIC 9(09).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-SERIE-NF      PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-EMISSAO       PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VENCIMENTO    PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-TITULO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VLR-SALDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DIAS          PIC -ZZZ9.
      *
           03 WS-LST-FINAL-0.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(50) VALUE
                   "NENHUM TITULO A PAGAR EM ABERTO NO FIM DO MES".
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "TITULOS EM ABERTO...........: ".
               05 WS-FIN-QTD-TITULOS   PIC ZZZZ9.
      *
           03 WS-LST-FINAL-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                   "SALDO A PAGAR NO FIM DO MES.: ".
               05 WS-FIN-SALDO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
           COPY "Jornal.cpy".
      *
       LINKAGE SECTION.
      *
               MOVE SPACES                 TO  OPERADOR-REABERTURA
               MOVE SPACES                 TO  OPERADOR-CONF-REABERTURA
               MOVE SPACES                 TO  DATA-REABERTURA
               MOVE "S"                    TO  IND-RESUMO-FECHAMENTO
      *
               WRITE REG-FECHAMENTO-PRECO
      *
                   MOVE WS-COMPETENCIA-TELA TO AUD-CHAVE
                   MOVE "F"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "FECH-PRECO"        TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   PERFORM P600-LISTA-TITULOS-ABERTOS THRU P600-FIM
               ELSE
                   STRING "ERRO NO FECHAMENTO DA COMPETENCIA - FS: "
                   WS-FS-FECH-PRECO                INTO WS-MENSAGEM
               MOVE WS-OPERADOR-CONFIRMACAO-TELA
                                           TO  OPERADOR-CONFIRMACAO
               MOVE "F"                    TO  SITUACAO-FECHAMENTO
               MOVE "S"                    TO  IND-RESUMO-FECHAMENTO
      *
               PERFORM P891-RELE-FECH-PRECO THRU P891-FIM
               REWRITE REG-FECHAMENTO-PRECO
      *
               IF WS-FS-FECH-OK THEN
                   MOVE WS-COMPETENCIA-TELA TO AUD-CHAVE
                   MOVE "F"                 TO AUD-OPERACAO
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   MOVE "FECH-PRECO"        TO JOR-ARQUIVO
                   MOVE "A"                 TO JOR-OPERACAO
                   MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
                   PERFORM P600-LISTA-TITULOS-ABERTOS THRU P600-FIM
               ELSE
                   STRING "ERRO NO REFECHAMENTO - FS: "
                   WS-FS-FECH-PRECO                INTO WS-MENSAGEM
           END-IF.
      *
       P420-FIM.
      *
      ******************************************************************
      * LISTA EM SCMO0360 OS TITULOS A PAGAR EMITIDOS ATE O FIM DA
      * COMPETENCIA QUE AINDA TINHAM SALDO NO ULTIMO DIA DO MES - O
      * SALDO E APURADO PELO HISTORICO DE PAGAMENTOS (PAGTO-TITULO),
      * IGNORANDO OS PAGAMENTOS FEITOS DEPOIS DO FIM DO MES.
      ******************************************************************
       P600-LISTA-TITULOS-ABERTOS.
      *
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA-TELA * 100 + 31.
           COMPUTE WS-DIA-JULIANO-FIM =
               WS-AAAA-FECHAMENTO-TELA * 360
               + WS-MM-FECHAMENTO-TELA * 30 + 30.
      *
           MOVE ZEROS                  TO WS-QTD-TIT-ABERTOS.
           MOVE ZEROS                  TO WS-TOT-SALDO-FIM.
           MOVE "N"                    TO WS-FIM-TITULO.
           MOVE "N"                    TO WS-PAGTO-ABERTO.
      *
           OPEN OUTPUT SCMO0360.
      *
           STRING  WS-DD-ATUAL "/"
                   WS-MM-ATUAL "/"
                   WS-AAAA-ATUAL       INTO WS-CAB-DT-SIS.
           MOVE WS-DATA-FECHAMENTO-TELA    TO WS-CAB-COMPETENCIA.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           OPEN INPUT TITULO-PAGAR.
      *
           IF NOT WS-FS-TIT-OK THEN
               SET FLAG-EOF-TITULO     TO TRUE
           ELSE
               OPEN INPUT PAGTO-TITULO
               IF WS-FS-PGT-OK
                   SET FLAG-PAGTO-ABERTO   TO TRUE
               END-IF
           END-IF.
      *
           PERFORM UNTIL FLAG-EOF-TITULO
               READ TITULO-PAGAR
                   AT END
                       SET FLAG-EOF-TITULO TO TRUE
                   NOT AT END
                       IF DATA-EMISSAO-TIT NOT GREATER
                                           WS-FIM-COMPETENCIA
                           PERFORM P610-AVALIA-TITULO THRU P610-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *
           IF WS-QTD-TIT-ABERTOS EQUAL ZEROS THEN
               WRITE REG-REPORT    FROM WS-LST-FINAL-0
           ELSE
               MOVE WS-QTD-TIT-ABERTOS TO WS-FIN-QTD-TITULOS
               MOVE WS-TOT-SALDO-FIM   TO WS-FIN-SALDO
               WRITE REG-REPORT    FROM WS-LST-CAB-1
               WRITE REG-REPORT    FROM WS-LST-FINAL-1
               WRITE REG-REPORT    FROM WS-LST-FINAL-2
           END-IF.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
           IF WS-FS-TIT-OK THEN
               CLOSE TITULO-PAGAR
           END-IF.
           IF FLAG-PAGTO-ABERTO THEN
               CLOSE PAGTO-TITULO
           END-IF.
           CLOSE SCMO0360.
      *
           MOVE "TITULOS EM ABERTO LISTADOS EM SCMO0360.txt"
                                       TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1301.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P600-FIM.
      *
       P610-AVALIA-TITULO.
      *
           IF TITULO-QUITADO
              AND DATA-ULT-PAGTO-TIT NOT GREATER WS-FIM-COMPETENCIA THEN
               GO TO P610-FIM
           END-IF.
      *
           MOVE ZEROS                  TO WS-VLR-PAGO-ATE-FIM.
      *
           IF QTD-PAGTOS-TITULO > ZEROS AND FLAG-PAGTO-ABERTO THEN
               PERFORM P620-SOMA-PAGAMENTOS THRU P620-FIM
           END-IF.
      *
           IF WS-VLR-PAGO-ATE-FIM NOT LESS VLR-TITULO THEN
               GO TO P610-FIM
           END-IF.
      *
           COMPUTE WS-VLR-SALDO-FIM = VLR-TITULO - WS-VLR-PAGO-ATE-FIM.
      *
           COMPUTE WS-DIA-JULIANO-VENC =
               ANO-VENCIMENTO-TIT * 360 + MES-VENCIMENTO-TIT * 30
               + DIA-VENCIMENTO-TIT.
           COMPUTE WS-DIAS-ATRASO =
               WS-DIA-JULIANO-FIM - WS-DIA-JULIANO-VENC.
           IF WS-DIAS-ATRASO < ZEROS THEN
               MOVE ZEROS              TO WS-DIAS-ATRASO
           END-IF.
      *
           MOVE FK-COD-FORNECEDOR-TIT  TO WS-DET-FORNECEDOR.
           MOVE NUM-NF-TITULO          TO WS-DET-NUM-NF.
           MOVE SERIE-NF-TITULO        TO WS-DET-SERIE-NF.
           MOVE DIA-EMISSAO-TIT        TO WS-DD-EDICAO.
           MOVE MES-EMISSAO-TIT        TO WS-MM-EDICAO.
           MOVE ANO-EMISSAO-TIT        TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-EMISSAO.
           MOVE DIA-VENCIMENTO-TIT     TO WS-DD-EDICAO.
           MOVE MES-VENCIMENTO-TIT     TO WS-MM-EDICAO.
           MOVE ANO-VENCIMENTO-TIT     TO WS-AAAA-EDICAO.
           MOVE WS-DATA-EDICAO         TO WS-DET-VENCIMENTO.
           MOVE VLR-TITULO             TO WS-DET-VLR-TITULO.
           MOVE WS-VLR-SALDO-FIM       TO WS-DET-VLR-SALDO.
           MOVE WS-DIAS-ATRASO         TO WS-DET-DIAS.
      *
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
           ADD 1                       TO WS-QTD-TIT-ABERTOS.
           ADD WS-VLR-SALDO-FIM        TO WS-TOT-SALDO-FIM.
      *
       P610-FIM.
      *
       P620-SOMA-PAGAMENTOS.
      *
           MOVE FK-COD-FORNECEDOR-TIT  TO FK-COD-FORNECEDOR-PGT.
           MOVE NUM-NF-TITULO          TO NUM-NF-PGT.
           MOVE SERIE-NF-TITULO        TO SERIE-NF-PGT.
           MOVE ZEROS                  TO SEQ-PAGTO.
           MOVE "N"                    TO WS-FIM-PAGTO.
      *
           START PAGTO-TITULO KEY NOT LESS CHAVE-PAGTO-TITULO
               INVALID KEY
                   GO TO P620-FIM
           END-START.
      *
           PERFORM UNTIL FLAG-EOF-PAGTO
               READ PAGTO-TITULO NEXT
                   AT END
                       SET FLAG-EOF-PAGTO  TO TRUE
                   NOT AT END
                       IF FK-COD-FORNECEDOR-PGT NOT EQUAL
                                           FK-COD-FORNECEDOR-TIT
                          OR NUM-NF-PGT NOT EQUAL NUM-NF-TITULO
                          OR SERIE-NF-PGT NOT EQUAL SERIE-NF-TITULO
                           SET FLAG-EOF-PAGTO  TO TRUE
                       ELSE
                           IF DATA-PAGTO NOT GREATER
                                           WS-FIM-COMPETENCIA
                               ADD VLR-PAGTO TO WS-VLR-PAGO-ATE-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       P620-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0360"         TO AUD-PROGRAMA.
           MOVE "FECH-PRECO"       TO AUD-ARQUIVO.
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
           MOVE "SCMP0360"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P891-RELE-FECH-PRECO.
      *
      *    A IMAGEM ANTERIOR E RELIDA PELA CHAVE, SEM PERDER A NOVA
           MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-DEPOIS.
      *
           READ FECH-PRECO
               INVALID KEY
                   MOVE SPACES     TO JOR-IMAGEM-ANTES
               NOT INVALID KEY
                   MOVE REG-FECHAMENTO-PRECO TO JOR-IMAGEM-ANTES
           END-READ.
      *
           MOVE JOR-IMAGEM-DEPOIS   TO REG-FECHAMENTO-PRECO.
      *
       P891-FIM.
      *
       P900-FIM.
           CLOSE   FECH-PRECO
