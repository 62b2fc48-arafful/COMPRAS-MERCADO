      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: PARAMETROS DO SISTEMA - MANUTENCAO, RESTRITA AO
      *          ADMINISTRADOR, DOS LIMITES DE NEGOCIO GRAVADOS EM
      *          PARAMETRO.dat (CODIGO, DESCRICAO, VALOR E FAIXA
      *          VALIDA), LIDOS PELOS PROGRAMAS NA PARTIDA PELO
      *          SCMP0919. NA ENTRADA, OS PARAMETROS CONHECIDOS QUE
      *          AINDA NAO ESTAO NO ARQUIVO SAO GRAVADOS COM O VALOR
      *          PADRAO DE HOJE DOS PROGRAMAS. ACOES: A - ALTERA O
      *          VALOR (DENTRO DA FAIXA) E L - LISTA EM SCMO0082.txt.
      *          TODA GRAVACAO VAI PARA A AUDITORIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0082.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PARAMETRO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-PARAMETRO
                FILE STATUS    IS WS-FS-PARAMETRO.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0082     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0082.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
           COPY "Parametro.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0082.
       01 REG-REPORT                           PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
      *    *========================================================*
      *    * PARAMETROS CONHECIDOS, COM O VALOR PADRAO QUE CADA
      *    * PROGRAMA USA QUANDO O PARAMETRO NAO ESTA NO ARQUIVO
      *    *========================================================*
       01 WS-CATALOGO.
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "CTRALERT".
               10 FILLER   PIC X(40) VALUE
                   "DIAS DE ALERTA DE RENOVACAO DE CONTRATO".
               10 FILLER   PIC 9(07)V99 VALUE 30.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 365.
               10 FILLER   PIC X(30) VALUE "SCMP0717".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "FATVARPR".
               10 FILLER   PIC X(40) VALUE
                   "FATOR DE VARIACAO DE PRECO (X ANTERIOR)".
               10 FILLER   PIC 9(07)V99 VALUE 3.
               10 FILLER   PIC 9(07)V99 VALUE 2.
               10 FILLER   PIC 9(07)V99 VALUE 20.
               10 FILLER   PIC X(30) VALUE
                   "SCMP0300 SCMP0310 SCMP0370".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "TOLNFPCT".
               10 FILLER   PIC X(40) VALUE
                   "TOLERANCIA % PRECO NOTA X PEDIDO".
               10 FILLER   PIC 9(07)V99 VALUE 2.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 50.
               10 FILLER   PIC X(30) VALUE "SCMP0725".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "QUEDAPCT".
               10 FILLER   PIC X(40) VALUE
                   "QUEDA MINIMA % NO DIGEST DE PRECOS".
               10 FILLER   PIC 9(07)V99 VALUE 10.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 90.
               10 FILLER   PIC X(30) VALUE "SCMP0481".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ALTARCPC".
               10 FILLER   PIC X(40) VALUE
                   "ALTA % LIMITE NO CUSTO DAS RECEITAS".
               10 FILLER   PIC 9(07)V99 VALUE 10.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0831".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PTSMESES".
               10 FILLER   PIC X(40) VALUE
                   "MESES DE AVISO DE PONTOS A VENCER".
               10 FILLER   PIC 9(07)V99 VALUE 2.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 12.
               10 FILLER   PIC X(30) VALUE "SCMP0612".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "REJDIAS".
               10 FILLER   PIC X(40) VALUE
                   "DIAS DE RETENCAO DOS REJEITADOS".
               10 FILLER   PIC 9(07)V99 VALUE 90.
               10 FILLER   PIC 9(07)V99 VALUE 30.
               10 FILLER   PIC 9(07)V99 VALUE 999.
               10 FILLER   PIC X(30) VALUE "SCMP0088".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PRZPAGTO".
               10 FILLER   PIC X(40) VALUE
                   "PRAZO PADRAO DE PAGAMENTO (DIAS)".
               10 FILLER   PIC 9(07)V99 VALUE 30.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 180.
               10 FILLER   PIC X(30) VALUE "SCMP0732".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "LOGINTEN".
               10 FILLER   PIC X(40) VALUE
                   "TENTATIVAS DE SENHA ATE O BLOQUEIO".
               10 FILLER   PIC 9(07)V99 VALUE 3.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 9.
               10 FILLER   PIC X(30) VALUE "SCMP0000".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "EXPINIHR".
               10 FILLER   PIC X(40) VALUE
                   "HORA DE INICIO DO EXPEDIENTE".
               10 FILLER   PIC 9(07)V99 VALUE 7.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 23.
               10 FILLER   PIC X(30) VALUE "SCMP0445".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "EXPFIMHR".
               10 FILLER   PIC X(40) VALUE
                   "HORA DE FIM DO EXPEDIENTE".
               10 FILLER   PIC 9(07)V99 VALUE 22.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 24.
               10 FILLER   PIC X(30) VALUE "SCMP0445".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "EXCLDIA".
               10 FILLER   PIC X(40) VALUE
                   "LIMITE DE EXCLUSOES POR OPERADOR/DIA".
               10 FILLER   PIC 9(07)V99 VALUE 10.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 999.
               10 FILLER   PIC X(30) VALUE "SCMP0445".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ABCPCTA".
               10 FILLER   PIC X(40) VALUE
                   "% ACUMULADO LIMITE DA CLASSE A".
               10 FILLER   PIC 9(07)V99 VALUE 80.
               10 FILLER   PIC 9(07)V99 VALUE 50.
               10 FILLER   PIC 9(07)V99 VALUE 99.
               10 FILLER   PIC X(30) VALUE "SCMP0813".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ABCPCTB".
               10 FILLER   PIC X(40) VALUE
                   "% ACUMULADO LIMITE DA CLASSE B".
               10 FILLER   PIC 9(07)V99 VALUE 95.
               10 FILLER   PIC 9(07)V99 VALUE 51.
               10 FILLER   PIC 9(07)V99 VALUE 99.
               10 FILLER   PIC X(30) VALUE "SCMP0813".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ABCCICLA".
               10 FILLER   PIC X(40) VALUE
                   "CICLO DE CONTAGEM DA CLASSE A (DIAS)".
               10 FILLER   PIC 9(07)V99 VALUE 30.
               10 FILLER   PIC 9(07)V99 VALUE 7.
               10 FILLER   PIC 9(07)V99 VALUE 365.
               10 FILLER   PIC X(30) VALUE "SCMP0812 SCMP0813".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ABCCICLB".
               10 FILLER   PIC X(40) VALUE
                   "CICLO DE CONTAGEM DA CLASSE B (DIAS)".
               10 FILLER   PIC 9(07)V99 VALUE 90.
               10 FILLER   PIC 9(07)V99 VALUE 7.
               10 FILLER   PIC 9(07)V99 VALUE 365.
               10 FILLER   PIC X(30) VALUE "SCMP0812 SCMP0813".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ABCCICLC".
               10 FILLER   PIC X(40) VALUE
                   "CICLO DE CONTAGEM DA CLASSE C (DIAS)".
               10 FILLER   PIC 9(07)V99 VALUE 180.
               10 FILLER   PIC 9(07)V99 VALUE 7.
               10 FILLER   PIC 9(07)V99 VALUE 365.
               10 FILLER   PIC X(30) VALUE "SCMP0812 SCMP0813".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "ASNATRAS".
               10 FILLER   PIC X(40) VALUE
                   "DIAS P/ CONFIRMAR ENTREGA DE ASSINATURA".
               10 FILLER   PIC 9(07)V99 VALUE 3.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 60.
               10 FILLER   PIC X(30) VALUE "SCMP0343".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PESOPREC".
               10 FILLER   PIC X(40) VALUE
                   "PESO DO INDICE DE PRECO NO PLACAR".
               10 FILLER   PIC 9(07)V99 VALUE 40.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0614".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PESORUPT".
               10 FILLER   PIC X(40) VALUE
                   "PESO DA RUPTURA (FALTA) NO PLACAR".
               10 FILLER   PIC 9(07)V99 VALUE 20.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0614".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PESORECL".
               10 FILLER   PIC X(40) VALUE
                   "PESO DAS RECLAMACOES NO PLACAR".
               10 FILLER   PIC 9(07)V99 VALUE 15.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0614".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PESODEVO".
               10 FILLER   PIC X(40) VALUE
                   "PESO DAS DEVOLUCOES NO PLACAR".
               10 FILLER   PIC 9(07)V99 VALUE 15.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0614".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "PESOCOBR".
               10 FILLER   PIC X(40) VALUE
                   "PESO DAS COBRANCAS INDEVIDAS NO PLACAR".
               10 FILLER   PIC 9(07)V99 VALUE 10.
               10 FILLER   PIC 9(07)V99 VALUE ZEROS.
               10 FILLER   PIC 9(07)V99 VALUE 100.
               10 FILLER   PIC X(30) VALUE "SCMP0614".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "VALPROXP".
               10 FILLER   PIC X(40) VALUE
                   "% DO PRAZO DECORRIDO P/ ALERTA VALIDADE".
               10 FILLER   PIC 9(07)V99 VALUE 80.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 99.
               10 FILLER   PIC X(30) VALUE "SCMP0483".
           05 FILLER.
               10 FILLER   PIC X(08) VALUE "VALLOTEP".
               10 FILLER   PIC X(40) VALUE
                   "% DO PRAZO RESTANTE P/ ALERTA DE LOTE".
               10 FILLER   PIC 9(07)V99 VALUE 20.
               10 FILLER   PIC 9(07)V99 VALUE 1.
               10 FILLER   PIC 9(07)V99 VALUE 99.
               10 FILLER   PIC X(30) VALUE "SCMP0483".
       01 WS-CATALOGO-RED REDEFINES WS-CATALOGO.
           05 WS-CAT-ITEM              OCCURS 25 TIMES.
               10 WS-CAT-CODIGO        PIC X(08).
               10 WS-CAT-DESCRICAO     PIC X(40).
               10 WS-CAT-VALOR         PIC 9(07)V99.
               10 WS-CAT-MINIMO        PIC 9(07)V99.
               10 WS-CAT-MAXIMO        PIC 9(07)V99.
               10 WS-CAT-PROGRAMAS     PIC X(30).
      *
       77 WS-QTD-CATALOGO                      PIC 9(02) VALUE 25.
       77 WS-IND-CAT                           PIC 9(02) VALUE ZEROS.
      *
       77 WS-ACAO-TELA                         PIC X(01) VALUE SPACES.
           88 FLAG-ACAO-ALTERAR                VALUE "A" "a".
           88 FLAG-ACAO-LISTAR                 VALUE "L" "l".
           88 FLAG-ACAO-SAIR                   VALUE "Q" "q".
      *
       77 WS-COD-PARAMETRO-TELA                PIC X(08) VALUE SPACES.
       77 WS-DESC-PARAMETRO-TELA               PIC X(40) VALUE SPACES.
       77 WS-PROGRAMAS-TELA                    PIC X(30) VALUE SPACES.
       77 WS-FAIXA-TELA                        PIC X(30) VALUE SPACES.
       77 WS-VALOR-ATUAL-TELA                  PIC X(12) VALUE SPACES.
       77 WS-VALOR-NOVO-TELA                   PIC 9(07)V99 VALUE ZEROS.
      *
       77 WS-VALOR-ANTERIOR                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-EDITADO                     PIC ZZZZZZ9,99.
       77 WS-MINIMO-EDITADO                    PIC ZZZZZZ9,99.
       77 WS-MAXIMO-EDITADO                    PIC ZZZZZZ9,99.
      *
       77 WS-PARAMETRO-LIDO                    PIC X(01) VALUE SPACES.
           88 FLAG-PARAMETRO-LIDO              VALUE "S".
      *
       77 WS-FS-PARAMETRO                      PIC X(02).
           88 WS-FS-OK                         VALUE "00".
           88 WS-FS-NAO-EXISTE                 VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE SPACES.
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-RESPOSTA-TELA                     PIC X(01).
           88 FLAG-SAIR                        VALUE "Q".
           88 FLAG-GRAVAR                      VALUE "S".
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-MENSAGEM                          PIC X(50) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(117) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0082 - ".
               05 FILLER   PIC X(60) VALUE
                       "PARAMETROS DO SISTEMA".
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "CODIGO".
               05 FILLER               PIC X(42) VALUE "DESCRICAO".
               05 FILLER               PIC X(12) VALUE "     VALOR".
               05 FILLER               PIC X(12) VALUE "    MINIMO".
               05 FILLER               PIC X(12) VALUE "    MAXIMO".
               05 FILLER               PIC X(10) VALUE "ALTERADO".
               05 FILLER               PIC X(08) VALUE "POR".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CODIGO        PIC X(08) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DESCRICAO     PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-VALOR         PIC ZZZZZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MINIMO        PIC ZZZZZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-MAXIMO        PIC ZZZZZZ9,99.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-DATA          PIC 9(08).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-OPERADOR      PIC X(08) VALUE SPACES.
      *
           03 WS-DET-PROGRAMAS.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 FILLER               PIC X(11) VALUE "USADO POR: ".
               05 WS-DET-LISTA-PROG    PIC X(30) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
           03 LK-PERFIL-OPERADOR               PIC X(01).
               88 LK-PERFIL-ADMINISTRADOR      VALUE "A".
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "PARAMETROS DO SISTEMA".
           05 LINE 03 COL 05 VALUE
                       "SMCP0082 - Alteracao/Listagem".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Acao <A/L/Q>......: ".
           05 SS-ACAO REVERSE-VIDEO PIC X(01)
                           USING WS-ACAO-TELA.
           05 LINE 07 COL 05 VALUE "Codigo Parametro..: ".
           05 SS-COD-PARAMETRO REVERSE-VIDEO PIC X(08)
                           USING WS-COD-PARAMETRO-TELA.
           05 LINE 08 COL 05 VALUE "Descricao.........: ".
           05 SS-DESC-PARAMETRO PIC X(40)
                           USING WS-DESC-PARAMETRO-TELA.
           05 LINE 09 COL 05 VALUE "Usado por.........: ".
           05 SS-PROGRAMAS PIC X(30)
                           USING WS-PROGRAMAS-TELA.
           05 LINE 10 COL 05 VALUE "Faixa Valida......: ".
           05 SS-FAIXA PIC X(30)
                           USING WS-FAIXA-TELA.
           05 LINE 11 COL 05 VALUE "Valor Atual.......: ".
           05 SS-VALOR-ATUAL PIC X(12)
                           USING WS-VALOR-ATUAL-TELA.
           05 LINE 12 COL 05 VALUE "Novo Valor........: ".
           05 SS-VALOR-NOVO REVERSE-VIDEO PIC 9(07)V99
                           USING WS-VALOR-NOVO-TELA.
           05 LINE 14 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 15 COL 05 VALUE
                           "<S> para confirmar ou <Q> para Sair. ".
           05 SS-RESPOSTA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-RESPOSTA-TELA.
           05 LINE 16 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(50) USING WS-MENSAGEM
                                               LINE 17 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 17 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P300-PROCESSA THRU P300-FIM UNTIL FLAG-SAIR.

           PERFORM P900-FIM.

       P100-INICIALIZA.

           SET WS-FS-OK            TO  TRUE.
           MOVE SPACES             TO WS-RESPOSTA-TELA.

           IF NOT LK-PERFIL-ADMINISTRADOR THEN
               MOVE "OPCAO RESTRITA AO ADMINISTRADOR"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               GOBACK
           END-IF.

           OPEN I-O PARAMETRO.

           IF WS-FS-NAO-EXISTE THEN
               OPEN OUTPUT PARAMETRO
               CLOSE PARAMETRO
               OPEN I-O PARAMETRO
           END-IF.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PARAMETROS"
                                           TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               GOBACK
           END-IF.

           OPEN EXTEND AUDITORIA.

           PERFORM P150-CARGA-CATALOGO THRU P150-FIM.
      *
       P100-FIM.
      *
       P150-CARGA-CATALOGO.
      *
      *    *========================================================*
      *    * PARAMETRO AUSENTE ENTRA COM O PADRAO DO PROGRAMA, PARA O
      *    * ADMINISTRADOR VER E AJUSTAR; OS JA GRAVADOS FICAM COMO
      *    * ESTAO.
      *    *========================================================*
           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.

           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > WS-QTD-CATALOGO
               MOVE WS-CAT-CODIGO(WS-IND-CAT)  TO COD-PARAMETRO
               READ PARAMETRO
                   KEY IS COD-PARAMETRO
                       INVALID KEY
                           PERFORM P160-INCLUI-PADRAO THRU P160-FIM
               END-READ
           END-PERFORM.
      *
       P150-FIM.
      *
       P160-INCLUI-PADRAO.
      *
           MOVE WS-CAT-CODIGO(WS-IND-CAT)      TO COD-PARAMETRO.
           MOVE WS-CAT-DESCRICAO(WS-IND-CAT)   TO DESC-PARAMETRO.
           MOVE WS-CAT-VALOR(WS-IND-CAT)       TO VLR-PARAMETRO.
           MOVE WS-CAT-MINIMO(WS-IND-CAT)      TO VLR-MINIMO-PARAMETRO.
           MOVE WS-CAT-MAXIMO(WS-IND-CAT)      TO VLR-MAXIMO-PARAMETRO.
           MOVE WS-CAT-PROGRAMAS(WS-IND-CAT)   TO PROGRAMAS-PARAMETRO.
           MOVE WS-DATA-CORRENTE       TO DATA-ALTERACAO-PARAMETRO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-ALTERACAO-PARAM.

           WRITE REG-PARAMETRO.

           IF WS-FS-OK THEN
               MOVE SPACES             TO AUD-VALOR-ANTERIOR
               MOVE SPACES             TO AUD-VALOR-NOVO
               MOVE VLR-PARAMETRO      TO WS-VALOR-EDITADO
               STRING "VALOR PADRAO: " DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO
               MOVE COD-PARAMETRO      TO AUD-CHAVE
               MOVE "I"                TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF.
      *
       P160-FIM.
      *
       P300-PROCESSA.
      *
           MOVE SPACES                 TO WS-ACAO-TELA.
           MOVE SPACES                 TO WS-COD-PARAMETRO-TELA.
           MOVE SPACES                 TO WS-DESC-PARAMETRO-TELA.
           MOVE SPACES                 TO WS-PROGRAMAS-TELA.
           MOVE SPACES                 TO WS-FAIXA-TELA.
           MOVE SPACES                 TO WS-VALOR-ATUAL-TELA.
           MOVE ZEROS                  TO WS-VALOR-NOVO-TELA.
           MOVE SPACES                 TO WS-RESPOSTA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-ACAO.

           EVALUATE TRUE
               WHEN FLAG-ACAO-ALTERAR
                   PERFORM P400-ALTERA THRU P400-FIM
               WHEN FLAG-ACAO-LISTAR
                   PERFORM P440-LISTA THRU P440-FIM
               WHEN FLAG-ACAO-SAIR
                   SET FLAG-SAIR       TO TRUE
               WHEN WS-ACAO-TELA EQUAL SPACES
                   SET FLAG-SAIR       TO TRUE
               WHEN OTHER
                   MOVE "ACAO INVALIDA (USE A, L OU Q)"
                                       TO WS-MENSAGEM
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1801
                   DISPLAY SS-LIMPA-MENSAGEM
           END-EVALUATE.
      *
       P300-FIM.
      *
       P400-ALTERA.
      *
           ACCEPT SS-COD-PARAMETRO.

           PERFORM P420-BUSCA-PARAMETRO THRU P420-FIM.

           IF NOT FLAG-PARAMETRO-LIDO THEN
               GO TO P400-FIM
           END-IF.

           DISPLAY SS-DESC-PARAMETRO.
           DISPLAY SS-PROGRAMAS.
           DISPLAY SS-FAIXA.
           DISPLAY SS-VALOR-ATUAL.
           ACCEPT SS-VALOR-NOVO.
           ACCEPT SS-RESPOSTA-TELA.

           IF NOT FLAG-GRAVAR THEN
               GO TO P400-FIM
           END-IF.

           IF WS-VALOR-NOVO-TELA < VLR-MINIMO-PARAMETRO
              OR WS-VALOR-NOVO-TELA > VLR-MAXIMO-PARAMETRO THEN
               MOVE SPACES             TO WS-MENSAGEM
               STRING "VALOR FORA DA FAIXA: "   DELIMITED BY SIZE
                      WS-FAIXA-TELA             DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               MOVE SPACES             TO WS-RESPOSTA-TELA
               GO TO P400-FIM
           END-IF.

           PERFORM P500-GRAVA-PARAMETRO THRU P500-FIM.

           MOVE SPACES                 TO WS-RESPOSTA-TELA.
      *
       P400-FIM.
      *
       P420-BUSCA-PARAMETRO.
      *
           MOVE SPACES                 TO WS-PARAMETRO-LIDO.
           MOVE WS-COD-PARAMETRO-TELA  TO COD-PARAMETRO.

           READ PARAMETRO
               KEY IS COD-PARAMETRO
                   INVALID KEY
                       MOVE "PARAMETRO NAO CADASTRADO" TO WS-MENSAGEM
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1801
                       DISPLAY SS-LIMPA-MENSAGEM
                   NOT INVALID KEY
                       SET FLAG-PARAMETRO-LIDO TO TRUE
                       MOVE DESC-PARAMETRO TO WS-DESC-PARAMETRO-TELA
                       MOVE PROGRAMAS-PARAMETRO TO WS-PROGRAMAS-TELA
                       MOVE VLR-PARAMETRO  TO WS-VALOR-ANTERIOR
                       MOVE VLR-PARAMETRO  TO WS-VALOR-NOVO-TELA
                       MOVE VLR-PARAMETRO  TO WS-VALOR-EDITADO
                       MOVE WS-VALOR-EDITADO TO WS-VALOR-ATUAL-TELA
                       MOVE VLR-MINIMO-PARAMETRO TO WS-MINIMO-EDITADO
                       MOVE VLR-MAXIMO-PARAMETRO TO WS-MAXIMO-EDITADO
                       MOVE SPACES         TO WS-FAIXA-TELA
                       STRING WS-MINIMO-EDITADO DELIMITED BY SIZE
                              " A "             DELIMITED BY SIZE
                              WS-MAXIMO-EDITADO DELIMITED BY SIZE
                                           INTO WS-FAIXA-TELA
           END-READ.
      *
       P420-FIM.
      *
       P440-LISTA.
      *
           OPEN OUTPUT SCMO0082.

           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE LOW-VALUES             TO COD-PARAMETRO.

           START PARAMETRO KEY IS NOT LESS THAN COD-PARAMETRO
               INVALID KEY
                   SET FLAG-EOF        TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF
               READ PARAMETRO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE COD-PARAMETRO  TO WS-DET-CODIGO
                       MOVE DESC-PARAMETRO TO WS-DET-DESCRICAO
                       MOVE VLR-PARAMETRO  TO WS-DET-VALOR
                       MOVE VLR-MINIMO-PARAMETRO TO WS-DET-MINIMO
                       MOVE VLR-MAXIMO-PARAMETRO TO WS-DET-MAXIMO
                       MOVE DATA-ALTERACAO-PARAMETRO TO WS-DET-DATA
                       MOVE OPERADOR-ALTERACAO-PARAM TO WS-DET-OPERADOR
                       WRITE REG-REPORT FROM WS-DET-REPORT
                       MOVE PROGRAMAS-PARAMETRO TO WS-DET-LISTA-PROG
                       WRITE REG-REPORT FROM WS-DET-PROGRAMAS
               END-READ
           END-PERFORM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0082.

           MOVE "LISTAGEM GERADA EM SCMO0082.txt"  TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P440-FIM.
      *
       P500-GRAVA-PARAMETRO.
      *
           ACCEPT WS-DATA-CORRENTE             FROM DATE YYYYMMDD.

           MOVE WS-VALOR-NOVO-TELA     TO VLR-PARAMETRO.
           MOVE WS-DATA-CORRENTE       TO DATA-ALTERACAO-PARAMETRO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-ALTERACAO-PARAM.

           REWRITE REG-PARAMETRO.

           IF NOT WS-FS-OK THEN
               MOVE "ERRO NA GRAVACAO DO PARAMETRO" TO WS-MENSAGEM
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1801
               DISPLAY SS-LIMPA-MENSAGEM
               GO TO P500-FIM
           END-IF.

           MOVE SPACES                 TO AUD-VALOR-ANTERIOR.
           MOVE SPACES                 TO AUD-VALOR-NOVO.
           MOVE WS-VALOR-ANTERIOR      TO WS-VALOR-EDITADO.
           STRING "VALOR: "            DELIMITED BY SIZE
                  WS-VALOR-EDITADO     DELIMITED BY SIZE
                                       INTO AUD-VALOR-ANTERIOR.
           MOVE WS-VALOR-NOVO-TELA     TO WS-VALOR-EDITADO.
           STRING "VALOR: "            DELIMITED BY SIZE
                  WS-VALOR-EDITADO     DELIMITED BY SIZE
                                       INTO AUD-VALOR-NOVO.
           MOVE COD-PARAMETRO          TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.

           MOVE "PARAMETRO ALTERADO OK" TO WS-MENSAGEM.
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P500-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0082"         TO AUD-PROGRAMA.
           MOVE "PARAMETRO"        TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P900-FIM.
           CLOSE PARAMETRO
                 AUDITORIA.
           GOBACK.
       END PROGRAM SCMP0082.
