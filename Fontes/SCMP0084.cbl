      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: RECUPERACAO POS-RESTAURACAO - CHAMADO PELO SCMP0097
      *          LOGO APOS UM ARQUIVO PERMANENTE SER RESTAURADO DE UM
      *          BACKUP DATADO. LOCALIZA NO JORNAL DE ALTERACOES
      *          (JORNAL.LOG, SCMP0917) A MARCA DESSE BACKUP (OPERACAO
      *          B) E REAPLICA, EM ORDEM, AS INCLUSOES, ALTERACOES E
      *          EXCLUSOES DO ARQUIVO GRAVADAS DEPOIS DELA, ATE A DATA E
      *          HORA INFORMADAS (ZEROS = ATE O FIM DO JORNAL). ANTES DE
      *          CADA ALTERACAO/EXCLUSAO O REGISTRO ATUAL TEM DE SER
      *          IGUAL A IMAGEM ANTES DO JORNAL, E A INCLUSAO NAO PODE
      *          ENCONTRAR A CHAVE JA GRAVADA - NO PRIMEIRO CONFLITO A
      *          REAPLICACAO PARA, SEM GRAVAR ESSE REGISTRO. CADA
      *          REGISTRO REAPLICADO E O CONFLITO SAEM NO SCMO0084.txt E
      *          A RECUPERACAO FICA REGISTRADA NO AUDITORIA.LOG. AS
      *          GRAVACOES FEITAS AQUI NAO VOLTAM PARA O JORNAL - ELAS
      *          REPRODUZEM O QUE ELE JA TEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0084.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\JORNAL.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-JORNAL.
      *
           SELECT TP-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TP-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-TIPO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PRODUTO
                ALTERNATE RECORD KEY IS FK-COD-TIPO OF REG-PRODUTO
                                   WITH DUPLICATES
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                ALTERNATE RECORD KEY IS
                      FK-COD-MERCADO OF REG-PRECO-PRODUTO
                                   WITH DUPLICATES
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-FORNECEDOR
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT OPERADOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\OPERADOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-OPERADOR
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT UNIDADE-MEDIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\UNIDADE-MEDIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-UNIDADE-MEDIDA
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-ESTOQUE
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT CORREDOR-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CORREDOR-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CORREDOR-PRODUTO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT CONTRATO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTRATO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-CONTRATO-FORNECEDOR
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT PREF-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PREF-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO OF REG-PREF-FORNECEDOR
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT COTACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COTACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-COTACAO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS NOME-RECEITA
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT RECEITA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-RECEITA-ITEM
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT MONITOR-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MONITOR-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PRODUTO-MONITOR
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT TAXA-CAMBIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TAXA-CAMBIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS CHAVE-TAXA-CAMBIO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT CODIGO-ALIAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CODIGO-ALIAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-ALTERNATIVO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT VASILHAME-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VASILHAME-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS SEQ-VASILHAME-MOV
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT DEVOLUCAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DEVOLUCAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS SEQ-DEVOLUCAO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT FERIADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FERIADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS DATA-FERIADO
                FILE STATUS    IS WS-FS-MESTRE.
      *
           SELECT AUDITORIA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-AUDITORIA.
      *
           SELECT SCMO0084     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0084.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD JORNAL.
       01 REG-JORNAL-ARQ                       PIC X(2453).
      *
       FD TP-PRODUTO.
           COPY "TpProduto.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD FORNECEDOR.
           COPY "Fornecedor.cpy".
      *
       FD OPERADOR.
           COPY "Operador.cpy".
      *
       FD UNIDADE-MEDIDA.
           COPY "UnidadeMedida.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD ESTOQUE.
           COPY "Estoque.cpy".
      *
       FD ESTOQUE-LOTE.
           COPY "EstoqueLote.cpy".
      *
       FD ESTOQUE-MOV.
           COPY "EstoqueMov.cpy".
      *
       FD CORREDOR-PRODUTO.
           COPY "CorredorProduto.cpy".
      *
       FD CONTRATO-FORNECEDOR.
           COPY "ContratoFornecedor.cpy".
      *
       FD PREF-FORNECEDOR.
           COPY "PrefFornecedor.cpy".
      *
       FD COTACAO.
           COPY "Cotacao.cpy".
      *
       FD LISTA-COMPRAS.
           COPY "ListaCompras.cpy".
      *
       FD LISTA-ITEM.
           COPY "ListaItem.cpy".
      *
       FD RECEITA.
           COPY "Receita.cpy".
      *
       FD RECEITA-ITEM.
           COPY "ReceitaItem.cpy".
      *
       FD MONITOR-PRECO.
           COPY "MonitorPreco.cpy".
      *
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *
       FD CODIGO-ALIAS.
           COPY "CodigoAlias.cpy".
      *
       FD VASILHAME-MOV.
           COPY "VasilhameMov.cpy".
      *
       FD DEVOLUCAO.
           COPY "Devolucao.cpy".
      *
       FD FERIADO.
           COPY "Feriado.cpy".
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD SCMO0084.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "Jornal.cpy".
      *
      *    *========================================================*
      *    * ARQUIVOS COBERTOS PELO JORNAL - MESMA ORDEM DAS CLAUSULAS
      *    * WHEN DAS ROTINAS DE ACESSO (P600 A P690)
      *    *========================================================*
       01 WS-TAB-ARQUIVOS.
           05 FILLER   PIC X(20) VALUE "TP-PRODUTO".
           05 FILLER   PIC X(20) VALUE "PRODUTO".
           05 FILLER   PIC X(20) VALUE "PRC-PRODUTO".
           05 FILLER   PIC X(20) VALUE "MERCADO".
           05 FILLER   PIC X(20) VALUE "FORNECEDOR".
           05 FILLER   PIC X(20) VALUE "OPERADOR".
           05 FILLER   PIC X(20) VALUE "UNIDADE-MEDIDA".
           05 FILLER   PIC X(20) VALUE "FECH-PRECO".
           05 FILLER   PIC X(20) VALUE "ESTOQUE".
           05 FILLER   PIC X(20) VALUE "ESTOQUE-LOTE".
           05 FILLER   PIC X(20) VALUE "ESTOQUE-MOV".
           05 FILLER   PIC X(20) VALUE "CORREDOR-PRODUTO".
           05 FILLER   PIC X(20) VALUE "CONTRATO-FORNECEDOR".
           05 FILLER   PIC X(20) VALUE "PREF-FORNECEDOR".
           05 FILLER   PIC X(20) VALUE "COTACAO".
           05 FILLER   PIC X(20) VALUE "LISTA-COMPRAS".
           05 FILLER   PIC X(20) VALUE "LISTA-ITEM".
           05 FILLER   PIC X(20) VALUE "RECEITA".
           05 FILLER   PIC X(20) VALUE "RECEITA-ITEM".
           05 FILLER   PIC X(20) VALUE "MONITOR-PRECO".
           05 FILLER   PIC X(20) VALUE "PEDIDO-COMPRA".
           05 FILLER   PIC X(20) VALUE "TAXA-CAMBIO".
           05 FILLER   PIC X(20) VALUE "CODIGO-ALIAS".
           05 FILLER   PIC X(20) VALUE "VASILHAME-MOV".
           05 FILLER   PIC X(20) VALUE "DEVOLUCAO".
           05 FILLER   PIC X(20) VALUE "FERIADO".
       01 WS-TAB-ARQUIVOS-RED REDEFINES WS-TAB-ARQUIVOS.
           05 WS-NOME-ARQUIVO-TAB      OCCURS 26 TIMES PIC X(20).
      *
       77 WS-IND-ARQUIVO                       PIC 9(02) VALUE ZEROS.
      *
       77 WS-IMAGEM-CHAVE                      PIC X(1200).
       77 WS-IMAGEM-ATUAL                      PIC X(1200).
       77 WS-CHAVE-REG                         PIC X(30).
      *
      *    POSICAO DA MARCA DO BACKUP NO JORNAL (NUMERO DO REGISTRO)
       77 WS-SEQ-JORNAL                        PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-MARCA                         PIC 9(09) VALUE ZEROS.
       77 WS-DATA-MARCA                        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-MARCA                        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PENDENTES                     PIC 9(07) VALUE ZEROS.
      *
       77 WS-MOMENTO-JORNAL                    PIC 9(16) VALUE ZEROS.
       77 WS-MOMENTO-LIMITE                    PIC 9(16) VALUE ZEROS.
      *
       01 WS-LIMITE-TELA.
           05 WS-LIM-DD                        PIC 9(02) VALUE ZEROS.
           05 WS-LIM-MM                        PIC 9(02) VALUE ZEROS.
           05 WS-LIM-AAAA                      PIC 9(04) VALUE ZEROS.
           05 WS-LIM-HH                        PIC 9(02) VALUE ZEROS.
           05 WS-LIM-MI                        PIC 9(02) VALUE ZEROS.
      *
       01 WS-CONTADORES.
           05 WS-QTD-INCLUSOES                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-ALTERACOES                PIC 9(07) VALUE ZEROS.
           05 WS-QTD-EXCLUSOES                 PIC 9(07) VALUE ZEROS.
           05 WS-QTD-APOS-LIMITE               PIC 9(07) VALUE ZEROS.
      *
       77 WS-FS-JORNAL                         PIC X(02).
           88 WS-FS-JOR-OK                     VALUE "00".
           88 WS-FS-JOR-NAO-EXISTE             VALUE "35".
      *
       77 WS-FS-MESTRE                         PIC X(02).
           88 WS-FS-MESTRE-OK                  VALUE "00" "02".
           88 WS-FS-MESTRE-NAO-EXISTE          VALUE "35".
      *
       77 WS-FS-AUDITORIA                      PIC 9(02).
           88 WS-FS-AUDITORIA-OK               VALUE ZEROS.
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01) VALUE "N".
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-REGISTRO-EXISTE                   PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-EXISTE             VALUE "S".
      *
       77 WS-CONFLITO                          PIC X(01) VALUE "N".
           88 FLAG-CONFLITO                    VALUE "S".
      *
       77 WS-MOTIVO-CONFLITO                   PIC X(40) VALUE SPACES.
      *
       77 WS-CONFIRMA-TELA                     PIC X(01).
           88 FLAG-CONFIRMA                    VALUE "S" "s".
      *
       77 WS-MENSAGEM                          PIC X(60) VALUE SPACES.
       77 WS-PROMPT                            PIC X(01) VALUE SPACES.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-DATA-HORA-TRAB.
           05 WS-DATA-TRAB.
               10 WS-AAAA-TRAB                 PIC 9(04).
               10 WS-MM-TRAB                   PIC 9(02).
               10 WS-DD-TRAB                   PIC 9(02).
           05 WS-HORA-TRAB.
               10 WS-HH-TRAB                   PIC 9(02).
               10 WS-MI-TRAB                   PIC 9(02).
               10 WS-SS-TRAB                   PIC 9(02).
               10 FILLER                       PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(96) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0084 - ".
               05 FILLER   PIC X(34) VALUE
                       "RECUPERACAO POS-RESTAURACAO - ".
               05 WS-CAB-ARQUIVO
                           PIC X(20).
               05 FILLER   PIC X(12) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "BACKUP RESTAURADO: ".
               05 WS-CAB-BACKUP
                           PIC X(40).
      *
           03 WS-LST-CAB-4.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(20) VALUE "MARCA NO JORNAL..: ".
               05 WS-CAB-MARCA-DD
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-MARCA-MM
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE "/".
               05 WS-CAB-MARCA-AAAA
                           PIC 9(04).
               05 FILLER   PIC X(01) VALUE SPACES.
               05 WS-CAB-MARCA-HH
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE ":".
               05 WS-CAB-MARCA-MI
                           PIC 9(02).
               05 FILLER   PIC X(01) VALUE ":".
               05 WS-CAB-MARCA-SS
                           PIC 9(02).
               05 FILLER   PIC X(14) VALUE "   REAPLICAR ".
               05 WS-CAB-LIMITE
                           PIC X(20).
      *
           03 WS-LST-CAB-5.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE "DATA      HORA".
               05 FILLER               PIC X(09) VALUE "OPERADOR".
               05 FILLER               PIC X(09) VALUE "PROGRAMA".
               05 FILLER               PIC X(04) VALUE "OP".
               05 FILLER               PIC X(31) VALUE "CHAVE".
               05 FILLER               PIC X(20) VALUE "SITUACAO".
      *
           03 WS-DET-REPORT.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DD            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-MM            PIC 9(02).
               05 FILLER               PIC X(01) VALUE "/".
               05 WS-DET-AAAA          PIC 9(04).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-HH            PIC 9(02).
               05 FILLER               PIC X(01) VALUE ":".
               05 WS-DET-MI            PIC 9(02).
               05 FILLER               PIC X(01) VALUE ":".
               05 WS-DET-SS            PIC 9(02).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-OPERADOR      PIC X(08).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-PROGRAMA      PIC X(08).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-OPERACAO      PIC X(01).
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-CHAVE         PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(40).
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZ.ZZ9.
      *
           03 WS-LST-MENSAGEM.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-LST-TEXTO         PIC X(90) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
           03 LK-PERFIL-OPERADOR               PIC X(01).
      *
      *    ARQUIVO RESTAURADO E NOME DO BACKUP USADO, COMO GRAVADO NA
      *    MARCA (<ARQUIVO>_AAAAMMDD OU <ARQUIVO>_ANUAL_AAAAMMDD)
       01 LK-AREA-RECUPERACAO.
           03 LK-ARQUIVO-REC                   PIC X(20).
           03 LK-BACKUP-REC                    PIC X(40).
      *
       SCREEN SECTION.
      *
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-INPUT-SCREEN.
           05 LINE 02 COL 05 VALUE "RECUPERACAO POS-RESTAURACAO".
           05 LINE 03 COL 05 VALUE "SMCP0084".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 06 COL 05 VALUE "Arquivo restaurado..........: ".
           05 SS-ARQUIVO PIC X(20) FROM LK-ARQUIVO-REC
                           LINE 06 COL 35.
           05 LINE 07 COL 05 VALUE "Backup......................: ".
           05 SS-BACKUP PIC X(40) FROM LK-BACKUP-REC
                           LINE 07 COL 35.
           05 LINE 08 COL 05 VALUE "Marca no jornal.............: ".
           05 SS-MARCA-DD PIC 9(02) FROM WS-CAB-MARCA-DD
                           LINE 08 COL 35.
           05 LINE 08 COL 37 VALUE "/".
           05 SS-MARCA-MM PIC 9(02) FROM WS-CAB-MARCA-MM
                           LINE 08 COL 38.
           05 LINE 08 COL 40 VALUE "/".
           05 SS-MARCA-AAAA PIC 9(04) FROM WS-CAB-MARCA-AAAA
                           LINE 08 COL 41.
           05 SS-MARCA-HH PIC 9(02) FROM WS-CAB-MARCA-HH
                           LINE 08 COL 46.
           05 LINE 08 COL 48 VALUE ":".
           05 SS-MARCA-MI PIC 9(02) FROM WS-CAB-MARCA-MI
                           LINE 08 COL 49.
           05 LINE 09 COL 05 VALUE "Alteracoes posteriores......: ".
           05 SS-PENDENTES PIC ZZZZZZ9 FROM WS-QTD-PENDENTES
                           LINE 09 COL 35.
           05 LINE 11 COL 05 VALUE
                   "Reaplicar ate (DD/MM/AAAA HH:MM, zeros = tudo): ".
           05 SS-LIM-DD REVERSE-VIDEO PIC 9(02)
                           USING WS-LIM-DD LINE 12 COL 35.
           05 LINE 12 COL 37 VALUE "/".
           05 SS-LIM-MM REVERSE-VIDEO PIC 9(02)
                           USING WS-LIM-MM LINE 12 COL 38.
           05 LINE 12 COL 40 VALUE "/".
           05 SS-LIM-AAAA REVERSE-VIDEO PIC 9(04)
                           USING WS-LIM-AAAA LINE 12 COL 41.
           05 SS-LIM-HH REVERSE-VIDEO PIC 9(02)
                           USING WS-LIM-HH LINE 12 COL 46.
           05 LINE 12 COL 48 VALUE ":".
           05 SS-LIM-MI REVERSE-VIDEO PIC 9(02)
                           USING WS-LIM-MI LINE 12 COL 49.
           05 LINE 14 COL 05 VALUE
                   "REAPLICA O JORNAL NO ARQUIVO. CONFIRMA? <S>/<N>".
           05 SS-CONFIRMA-TELA REVERSE-VIDEO PIC X(01)
                           USING WS-CONFIRMA-TELA
                           LINE 14 COL 58.
           05 LINE 15 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       01  SS-LINHA-DE-MENSAGEM.
           05 SS-MENSAGEM              PIC X(60) USING WS-MENSAGEM
                                               LINE 17 COL 05.
      *
       01  SS-LIMPA-MENSAGEM.
           05 LINE 17 BLANK LINE.
      *
       PROCEDURE DIVISION USING LK-COM-AREA LK-AREA-RECUPERACAO.
      *
       MAIN-PROCEDURE.

           PERFORM P100-INICIALIZA THRU P100-FIM.

           PERFORM P200-LOCALIZA-MARCA THRU P200-FIM.

           IF WS-SEQ-MARCA EQUAL ZEROS THEN
               MOVE "BACKUP SEM MARCA NO JORNAL - NADA A REAPLICAR"
                                               TO WS-MENSAGEM
               PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM
               GOBACK
           END-IF.

           IF WS-QTD-PENDENTES EQUAL ZEROS THEN
               MOVE "NENHUMA ALTERACAO NO JORNAL DEPOIS DO BACKUP"
                                               TO WS-MENSAGEM
               PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM
               GOBACK
           END-IF.

           PERFORM P300-CONFIRMA THRU P300-FIM.

           IF NOT FLAG-CONFIRMA THEN
               GOBACK
           END-IF.

           PERFORM P400-REAPLICA THRU P400-FIM.

           IF FLAG-CONFLITO THEN
               MOVE "PARADO NO PRIMEIRO CONFLITO - VER SCMO0084.txt"
                                               TO WS-MENSAGEM
           ELSE
               MOVE "JORNAL REAPLICADO - VER SCMO0084.txt"
                                               TO WS-MENSAGEM
           END-IF.
           PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM.

           GOBACK.

       P100-INICIALIZA.

           MOVE ZEROS                  TO WS-IND-ARQUIVO.
           PERFORM VARYING WS-IND-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IND-ARQUIVO > 26
                      OR WS-NOME-ARQUIVO-TAB(WS-IND-ARQUIVO)
                                           EQUAL LK-ARQUIVO-REC
               CONTINUE
           END-PERFORM.

           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P100-FIM.
      *
       P200-LOCALIZA-MARCA.
      *
      *    *========================================================*
      *    * PRIMEIRA PASSADA NO JORNAL: A ULTIMA MARCA DO BACKUP
      *    * RESTAURADO (O BACKUP DE ROTINA DO DIA PODE TER SIDO
      *    * TIRADO MAIS DE UMA VEZ) E QUANTAS GRAVACOES DO ARQUIVO
      *    * VIERAM DEPOIS DELA. ARQUIVO FORA DO JORNAL NAO TEM MARCA
      *    *========================================================*
           MOVE ZEROS                  TO WS-SEQ-MARCA
                                          WS-SEQ-JORNAL
                                          WS-QTD-PENDENTES.

           IF WS-IND-ARQUIVO > 26 THEN
               GO TO P200-FIM
           END-IF.

           OPEN INPUT JORNAL.

           IF NOT WS-FS-JOR-OK THEN
               GO TO P200-FIM
           END-IF.

           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.

           PERFORM UNTIL FLAG-EOF
               READ JORNAL INTO REG-JORNAL
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-SEQ-JORNAL
                       IF JOR-ARQUIVO EQUAL LK-ARQUIVO-REC
                           IF JOR-MARCA-BACKUP
                               IF JOR-IMAGEM-DEPOIS(1:40) EQUAL
                                                   LK-BACKUP-REC
                                   MOVE WS-SEQ-JORNAL TO WS-SEQ-MARCA
                                   MOVE JOR-DATA   TO WS-DATA-MARCA
                                   MOVE JOR-HORA   TO WS-HORA-MARCA
                                   MOVE ZEROS      TO WS-QTD-PENDENTES
                               END-IF
                           ELSE
                               ADD 1   TO WS-QTD-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JORNAL.

           MOVE WS-DATA-MARCA          TO WS-DATA-TRAB.
           MOVE WS-HORA-MARCA          TO WS-HORA-TRAB.
           MOVE WS-DD-TRAB             TO WS-CAB-MARCA-DD.
           MOVE WS-MM-TRAB             TO WS-CAB-MARCA-MM.
           MOVE WS-AAAA-TRAB           TO WS-CAB-MARCA-AAAA.
           MOVE WS-HH-TRAB             TO WS-CAB-MARCA-HH.
           MOVE WS-MI-TRAB             TO WS-CAB-MARCA-MI.
           MOVE WS-SS-TRAB             TO WS-CAB-MARCA-SS.
      *
       P200-FIM.
      *
       P300-CONFIRMA.
      *
           MOVE ZEROS                  TO WS-LIMITE-TELA.
           MOVE SPACES                 TO WS-CONFIRMA-TELA.

           DISPLAY SS-CLEAR-SCREEN.
           DISPLAY SS-INPUT-SCREEN.
           ACCEPT  SS-INPUT-SCREEN.

           IF NOT FLAG-CONFIRMA THEN
               GO TO P300-FIM
           END-IF.

           IF WS-LIMITE-TELA EQUAL ZEROS THEN
               MOVE 9999999999999999   TO WS-MOMENTO-LIMITE
               MOVE "ATE O FIM DO JORNAL" TO WS-CAB-LIMITE
               GO TO P300-FIM
           END-IF.

           IF WS-LIM-DD < 1 OR WS-LIM-DD > 31
              OR WS-LIM-MM < 1 OR WS-LIM-MM > 12
              OR WS-LIM-HH > 23 OR WS-LIM-MI > 59 THEN
               MOVE "DATA/HORA LIMITE INVALIDA"   TO WS-MENSAGEM
               PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM
               MOVE SPACES             TO WS-CONFIRMA-TELA
               GO TO P300-FIM
           END-IF.

      *    O MINUTO INFORMADO ENTRA INTEIRO (SEGUNDOS 59, CENTESIMOS 99)
           COMPUTE WS-MOMENTO-LIMITE =
                   (WS-LIM-AAAA * 10000 + WS-LIM-MM * 100 + WS-LIM-DD)
                                                       * 100000000
                 + WS-LIM-HH * 1000000 + WS-LIM-MI * 10000 + 5999.

           IF WS-MOMENTO-LIMITE < WS-DATA-MARCA * 100000000
                                + WS-HORA-MARCA THEN
               MOVE "DATA/HORA LIMITE ANTERIOR AO BACKUP"
                                               TO WS-MENSAGEM
               PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM
               MOVE SPACES             TO WS-CONFIRMA-TELA
               GO TO P300-FIM
           END-IF.

           MOVE SPACES                 TO WS-CAB-LIMITE.
           STRING  "ATE "
                   WS-LIM-DD "/" WS-LIM-MM "/" WS-LIM-AAAA " "
                   WS-LIM-HH ":" WS-LIM-MI
                       DELIMITED BY SIZE   INTO WS-CAB-LIMITE.
      *
       P300-FIM.
      *
       P400-REAPLICA.
      *
      *    *========================================================*
      *    * SEGUNDA PASSADA: PULA ATE A MARCA E REAPLICA AS GRAVACOES
      *    * DO ARQUIVO NA ORDEM EM QUE FORAM FEITAS. O JORNAL E
      *    * CRONOLOGICO - A PRIMEIRA GRAVACAO ALEM DO LIMITE ENCERRA
      *    *========================================================*
           INITIALIZE WS-CONTADORES.
           MOVE "N"                    TO WS-CONFLITO.

           PERFORM P600-ABRE-MESTRE THRU P600-FIM.

           IF NOT WS-FS-MESTRE-OK THEN
               STRING "ERRO NA ABERTURA DO ARQUIVO "
                       LK-ARQUIVO-REC  DELIMITED BY SPACE
                       " FS: " WS-FS-MESTRE
                                       DELIMITED BY SIZE
                                       INTO WS-MENSAGEM
               PERFORM P890-MOSTRA-MENSAGEM THRU P890-FIM
               MOVE "S"                TO WS-CONFLITO
               GO TO P400-FIM
           END-IF.

           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT SCMO0084.

           MOVE LK-ARQUIVO-REC         TO WS-CAB-ARQUIVO.
           MOVE LK-BACKUP-REC          TO WS-CAB-BACKUP.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-5.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           OPEN INPUT JORNAL.
           MOVE "N"                    TO WS-FIM-DE-ARQUIVO.
           MOVE ZEROS                  TO WS-SEQ-JORNAL.

           PERFORM UNTIL FLAG-EOF OR FLAG-CONFLITO
               READ JORNAL INTO REG-JORNAL
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       ADD 1           TO WS-SEQ-JORNAL
                       IF WS-SEQ-JORNAL > WS-SEQ-MARCA
                          AND JOR-ARQUIVO EQUAL LK-ARQUIVO-REC
                          AND NOT JOR-MARCA-BACKUP
                           PERFORM P410-REAPLICA-UM THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JORNAL.

           PERFORM P690-FECHA-MESTRE THRU P690-FIM.

           PERFORM P480-RESUMO THRU P480-FIM.

           CLOSE SCMO0084
                 AUDITORIA.
      *
       P400-FIM.
      *
       P410-REAPLICA-UM.
      *
           COMPUTE WS-MOMENTO-JORNAL = JOR-DATA * 100000000 + JOR-HORA.

           IF WS-MOMENTO-JORNAL > WS-MOMENTO-LIMITE THEN
               ADD 1                   TO WS-QTD-APOS-LIMITE
               GO TO P410-FIM
           END-IF.

           IF JOR-INCLUSAO THEN
               MOVE JOR-IMAGEM-DEPOIS  TO WS-IMAGEM-CHAVE
           ELSE
               MOVE JOR-IMAGEM-ANTES   TO WS-IMAGEM-CHAVE
           END-IF.

           MOVE "N"                    TO WS-REGISTRO-EXISTE.
           MOVE SPACES                 TO WS-IMAGEM-ATUAL
                                          WS-CHAVE-REG
                                          WS-MOTIVO-CONFLITO.

           PERFORM P610-LE-ATUAL THRU P610-FIM.

      *    *========================================================*
      *    * O ARQUIVO TEM DE ESTAR EXATAMENTE COMO ESTAVA QUANDO A
      *    * GRAVACAO FOI FEITA; SENAO E CONFLITO E NADA E GRAVADO
      *    *========================================================*
           EVALUATE TRUE
               WHEN JOR-INCLUSAO AND FLAG-REGISTRO-EXISTE
                   MOVE "CONFLITO - CHAVE JA EXISTE"
                                       TO WS-MOTIVO-CONFLITO
               WHEN JOR-INCLUSAO
                   CONTINUE
               WHEN NOT JOR-ALTERACAO AND NOT JOR-EXCLUSAO
                   MOVE "CONFLITO - OPERACAO DESCONHECIDA"
                                       TO WS-MOTIVO-CONFLITO
               WHEN NOT FLAG-REGISTRO-EXISTE
                   MOVE "CONFLITO - REGISTRO NAO EXISTE"
                                       TO WS-MOTIVO-CONFLITO
               WHEN WS-IMAGEM-ATUAL NOT EQUAL JOR-IMAGEM-ANTES
                   MOVE "CONFLITO - REGISTRO DIFERENTE DO JORNAL"
                                       TO WS-MOTIVO-CONFLITO
           END-EVALUATE.

           IF WS-MOTIVO-CONFLITO EQUAL SPACES THEN
               EVALUATE TRUE
                   WHEN JOR-INCLUSAO
                       PERFORM P620-INCLUI THRU P620-FIM
                   WHEN JOR-ALTERACAO
                       PERFORM P630-ALTERA THRU P630-FIM
                   WHEN JOR-EXCLUSAO
                       PERFORM P640-EXCLUI THRU P640-FIM
               END-EVALUATE
               IF NOT WS-FS-MESTRE-OK THEN
                   STRING "CONFLITO - ERRO NA GRAVACAO FS: "
                           WS-FS-MESTRE    DELIMITED BY SIZE
                                           INTO WS-MOTIVO-CONFLITO
               END-IF
           END-IF.

           IF WS-MOTIVO-CONFLITO NOT EQUAL SPACES THEN
               MOVE "S"                TO WS-CONFLITO
               MOVE WS-MOTIVO-CONFLITO TO WS-DET-SITUACAO
           ELSE
               MOVE "REAPLICADO"       TO WS-DET-SITUACAO
               EVALUATE TRUE
                   WHEN JOR-INCLUSAO
                       ADD 1           TO WS-QTD-INCLUSOES
                   WHEN JOR-ALTERACAO
                       ADD 1           TO WS-QTD-ALTERACOES
                   WHEN JOR-EXCLUSAO
                       ADD 1           TO WS-QTD-EXCLUSOES
               END-EVALUATE
           END-IF.

           MOVE JOR-DATA               TO WS-DATA-TRAB.
           MOVE JOR-HORA               TO WS-HORA-TRAB.
           MOVE WS-DD-TRAB             TO WS-DET-DD.
           MOVE WS-MM-TRAB             TO WS-DET-MM.
           MOVE WS-AAAA-TRAB           TO WS-DET-AAAA.
           MOVE WS-HH-TRAB             TO WS-DET-HH.
           MOVE WS-MI-TRAB             TO WS-DET-MI.
           MOVE WS-SS-TRAB             TO WS-DET-SS.
           MOVE JOR-OPERADOR           TO WS-DET-OPERADOR.
           MOVE JOR-PROGRAMA           TO WS-DET-PROGRAMA.
           MOVE JOR-OPERACAO           TO WS-DET-OPERACAO.
           MOVE WS-CHAVE-REG           TO WS-DET-CHAVE.
           WRITE REG-REPORT    FROM WS-DET-REPORT.
      *
       P410-FIM.
      *
       P480-RESUMO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "INCLUSOES REAPLICADAS.......................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-INCLUSOES       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "ALTERACOES REAPLICADAS......................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-ALTERACOES      TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "EXCLUSOES REAPLICADAS.......................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-EXCLUSOES       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "GRAVACOES POSTERIORES AO LIMITE (IGNORADAS).: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-APOS-LIMITE     TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           IF FLAG-CONFLITO THEN
               MOVE "REAPLICACAO INTERROMPIDA NO CONFLITO ACIMA - AS GRA
      -             "VACOES SEGUINTES NAO FORAM APLICADAS"
                                       TO WS-LST-TEXTO
           ELSE
               MOVE "REAPLICACAO CONCLUIDA SEM CONFLITO"
                                       TO WS-LST-TEXTO
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-MENSAGEM.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE LK-ARQUIVO-REC         TO AUD-ARQUIVO.
           MOVE LK-BACKUP-REC          TO AUD-CHAVE.
           MOVE "A"                    TO AUD-OPERACAO.
           MOVE SPACES                 TO AUD-VALOR-ANTERIOR
                                          AUD-VALOR-NOVO.
           STRING  "RESTAURADO DE " LK-BACKUP-REC
                       DELIMITED BY SIZE   INTO AUD-VALOR-ANTERIOR.
           STRING  "JORNAL REAPLICADO I=" WS-QTD-INCLUSOES
                   " A=" WS-QTD-ALTERACOES
                   " E=" WS-QTD-EXCLUSOES " "
                   WS-CAB-LIMITE
                       DELIMITED BY SIZE   INTO AUD-VALOR-NOVO.
           IF FLAG-CONFLITO THEN
               MOVE "PARADO EM CONFLITO"  TO AUD-VALOR-NOVO(62:19)
           END-IF.
           PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM.
      *
       P480-FIM.
      *
      *    *========================================================*
      *    * ROTINAS DE ACESSO AO ARQUIVO RESTAURADO - UMA CLAUSULA
      *    * WHEN POR ARQUIVO DO JORNAL (ORDEM DE WS-TAB-ARQUIVOS)
      *    *========================================================*
       P600-ABRE-MESTRE.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   OPEN I-O TP-PRODUTO
               WHEN 2
                   OPEN I-O PRODUTO
               WHEN 3
                   OPEN I-O PRC-PRODUTO
               WHEN 4
                   OPEN I-O MERCADO
               WHEN 5
                   OPEN I-O FORNECEDOR
               WHEN 6
                   OPEN I-O OPERADOR
               WHEN 7
                   OPEN I-O UNIDADE-MEDIDA
               WHEN 8
                   OPEN I-O FECH-PRECO
               WHEN 9
                   OPEN I-O ESTOQUE
               WHEN 10
                   OPEN I-O ESTOQUE-LOTE
               WHEN 11
                   OPEN I-O ESTOQUE-MOV
               WHEN 12
                   OPEN I-O CORREDOR-PRODUTO
               WHEN 13
                   OPEN I-O CONTRATO-FORNECEDOR
               WHEN 14
                   OPEN I-O PREF-FORNECEDOR
               WHEN 15
                   OPEN I-O COTACAO
               WHEN 16
                   OPEN I-O LISTA-COMPRAS
               WHEN 17
                   OPEN I-O LISTA-ITEM
               WHEN 18
                   OPEN I-O RECEITA
               WHEN 19
                   OPEN I-O RECEITA-ITEM
               WHEN 20
                   OPEN I-O MONITOR-PRECO
               WHEN 21
                   OPEN I-O PEDIDO-COMPRA
               WHEN 22
                   OPEN I-O TAXA-CAMBIO
               WHEN 23
                   OPEN I-O CODIGO-ALIAS
               WHEN 24
                   OPEN I-O VASILHAME-MOV
               WHEN 25
                   OPEN I-O DEVOLUCAO
               WHEN 26
                   OPEN I-O FERIADO
           END-EVALUATE.
      *
       P600-FIM.
      *
       P610-LE-ATUAL.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   MOVE WS-IMAGEM-CHAVE      TO REG-TIPO-PRODUTO
                   MOVE COD-TIPO TO WS-CHAVE-REG
                   READ TP-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-TIPO-PRODUTO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 2
                   MOVE WS-IMAGEM-CHAVE      TO REG-PRODUTO
                   MOVE COD-PRODUTO IN REG-PRODUTO TO WS-CHAVE-REG
                   READ PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-PRODUTO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 3
                   MOVE WS-IMAGEM-CHAVE      TO REG-PRECO-PRODUTO
                   MOVE CHAVE-PRECO-PRODUTO TO WS-CHAVE-REG
                   READ PRC-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-PRECO-PRODUTO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 4
                   MOVE WS-IMAGEM-CHAVE      TO REG-MERCADO
                   MOVE COD-MERCADO TO WS-CHAVE-REG
                   READ MERCADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-MERCADO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 5
                   MOVE WS-IMAGEM-CHAVE      TO REG-FORNECEDOR
                   MOVE COD-FORNECEDOR TO WS-CHAVE-REG
                   READ FORNECEDOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-FORNECEDOR TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 6
                   MOVE WS-IMAGEM-CHAVE      TO REG-OPERADOR
                   MOVE COD-OPERADOR TO WS-CHAVE-REG
                   READ OPERADOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-OPERADOR TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 7
                   MOVE WS-IMAGEM-CHAVE      TO REG-UNIDADE-MEDIDA
                   MOVE COD-UNIDADE-MEDIDA TO WS-CHAVE-REG
                   READ UNIDADE-MEDIDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-UNIDADE-MEDIDA TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 8
                   MOVE WS-IMAGEM-CHAVE      TO REG-FECHAMENTO-PRECO
                   MOVE COMPETENCIA-FECHAMENTO TO WS-CHAVE-REG
                   READ FECH-PRECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-FECHAMENTO-PRECO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 9
                   MOVE WS-IMAGEM-CHAVE      TO REG-ESTOQUE
                   MOVE COD-PRODUTO IN REG-ESTOQUE TO WS-CHAVE-REG
                   READ ESTOQUE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-ESTOQUE TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 10
                   MOVE WS-IMAGEM-CHAVE      TO REG-ESTOQUE-LOTE
                   MOVE CHAVE-ESTOQUE-LOTE TO WS-CHAVE-REG
                   READ ESTOQUE-LOTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-ESTOQUE-LOTE TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 11
                   MOVE WS-IMAGEM-CHAVE      TO REG-ESTOQUE-MOV
                   MOVE SEQ-ESTOQUE-MOV TO WS-CHAVE-REG
                   READ ESTOQUE-MOV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-ESTOQUE-MOV TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 12
                   MOVE WS-IMAGEM-CHAVE      TO REG-CORREDOR-PRODUTO
                   MOVE CHAVE-CORREDOR-PRODUTO TO WS-CHAVE-REG
                   READ CORREDOR-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-CORREDOR-PRODUTO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 13
                   MOVE WS-IMAGEM-CHAVE      TO REG-CONTRATO-FORNECEDOR
                   MOVE CHAVE-CONTRATO-FORNECEDOR TO WS-CHAVE-REG
                   READ CONTRATO-FORNECEDOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-CONTRATO-FORNECEDOR
                               TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 14
                   MOVE WS-IMAGEM-CHAVE      TO REG-PREF-FORNECEDOR
                   MOVE COD-PRODUTO IN REG-PREF-FORNECEDOR
                       TO WS-CHAVE-REG
                   READ PREF-FORNECEDOR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-PREF-FORNECEDOR TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 15
                   MOVE WS-IMAGEM-CHAVE      TO REG-COTACAO
                   MOVE CHAVE-COTACAO TO WS-CHAVE-REG
                   READ COTACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-COTACAO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 16
                   MOVE WS-IMAGEM-CHAVE      TO REG-LISTA-COMPRAS
                   MOVE NOME-LISTA TO WS-CHAVE-REG
                   READ LISTA-COMPRAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-LISTA-COMPRAS TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 17
                   MOVE WS-IMAGEM-CHAVE      TO REG-LISTA-ITEM
                   MOVE CHAVE-LISTA-ITEM TO WS-CHAVE-REG
                   READ LISTA-ITEM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-LISTA-ITEM TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 18
                   MOVE WS-IMAGEM-CHAVE      TO REG-RECEITA
                   MOVE NOME-RECEITA TO WS-CHAVE-REG
                   READ RECEITA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-RECEITA TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 19
                   MOVE WS-IMAGEM-CHAVE      TO REG-RECEITA-ITEM
                   MOVE CHAVE-RECEITA-ITEM TO WS-CHAVE-REG
                   READ RECEITA-ITEM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-RECEITA-ITEM TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 20
                   MOVE WS-IMAGEM-CHAVE      TO REG-MONITOR-PRECO
                   MOVE COD-PRODUTO-MONITOR TO WS-CHAVE-REG
                   READ MONITOR-PRECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-MONITOR-PRECO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 21
                   MOVE WS-IMAGEM-CHAVE      TO REG-PEDIDO-COMPRA
                   MOVE CHAVE-PEDIDO-COMPRA TO WS-CHAVE-REG
                   READ PEDIDO-COMPRA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-PEDIDO-COMPRA TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 22
                   MOVE WS-IMAGEM-CHAVE      TO REG-TAXA-CAMBIO
                   MOVE CHAVE-TAXA-CAMBIO TO WS-CHAVE-REG
                   READ TAXA-CAMBIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-TAXA-CAMBIO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 23
                   MOVE WS-IMAGEM-CHAVE      TO REG-CODIGO-ALIAS
                   MOVE COD-ALTERNATIVO TO WS-CHAVE-REG
                   READ CODIGO-ALIAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-CODIGO-ALIAS TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 24
                   MOVE WS-IMAGEM-CHAVE      TO REG-VASILHAME-MOV
                   MOVE SEQ-VASILHAME-MOV TO WS-CHAVE-REG
                   READ VASILHAME-MOV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-VASILHAME-MOV TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 25
                   MOVE WS-IMAGEM-CHAVE      TO REG-DEVOLUCAO
                   MOVE SEQ-DEVOLUCAO TO WS-CHAVE-REG
                   READ DEVOLUCAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-DEVOLUCAO TO WS-IMAGEM-ATUAL
                   END-READ
               WHEN 26
                   MOVE WS-IMAGEM-CHAVE      TO REG-FERIADO
                   MOVE DATA-FERIADO TO WS-CHAVE-REG
                   READ FERIADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET FLAG-REGISTRO-EXISTE TO TRUE
                           MOVE REG-FERIADO TO WS-IMAGEM-ATUAL
                   END-READ
           END-EVALUATE.
      *
       P610-FIM.
      *
       P620-INCLUI.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-TIPO-PRODUTO
                   WRITE REG-TIPO-PRODUTO
               WHEN 2
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PRODUTO
                   WRITE REG-PRODUTO
               WHEN 3
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PRECO-PRODUTO
                   WRITE REG-PRECO-PRODUTO
               WHEN 4
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-MERCADO
                   WRITE REG-MERCADO
               WHEN 5
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FORNECEDOR
                   WRITE REG-FORNECEDOR
               WHEN 6
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-OPERADOR
                   WRITE REG-OPERADOR
               WHEN 7
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-UNIDADE-MEDIDA
                   WRITE REG-UNIDADE-MEDIDA
               WHEN 8
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FECHAMENTO-PRECO
                   WRITE REG-FECHAMENTO-PRECO
               WHEN 9
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE
                   WRITE REG-ESTOQUE
               WHEN 10
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE-LOTE
                   WRITE REG-ESTOQUE-LOTE
               WHEN 11
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE-MOV
                   WRITE REG-ESTOQUE-MOV
               WHEN 12
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CORREDOR-PRODUTO
                   WRITE REG-CORREDOR-PRODUTO
               WHEN 13
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CONTRATO-FORNECEDOR
                   WRITE REG-CONTRATO-FORNECEDOR
               WHEN 14
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PREF-FORNECEDOR
                   WRITE REG-PREF-FORNECEDOR
               WHEN 15
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-COTACAO
                   WRITE REG-COTACAO
               WHEN 16
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-LISTA-COMPRAS
                   WRITE REG-LISTA-COMPRAS
               WHEN 17
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-LISTA-ITEM
                   WRITE REG-LISTA-ITEM
               WHEN 18
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-RECEITA
                   WRITE REG-RECEITA
               WHEN 19
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-RECEITA-ITEM
                   WRITE REG-RECEITA-ITEM
               WHEN 20
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-MONITOR-PRECO
                   WRITE REG-MONITOR-PRECO
               WHEN 21
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PEDIDO-COMPRA
                   WRITE REG-PEDIDO-COMPRA
               WHEN 22
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-TAXA-CAMBIO
                   WRITE REG-TAXA-CAMBIO
               WHEN 23
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CODIGO-ALIAS
                   WRITE REG-CODIGO-ALIAS
               WHEN 24
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-VASILHAME-MOV
                   WRITE REG-VASILHAME-MOV
               WHEN 25
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-DEVOLUCAO
                   WRITE REG-DEVOLUCAO
               WHEN 26
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FERIADO
                   WRITE REG-FERIADO
           END-EVALUATE.
      *
       P620-FIM.
      *
       P630-ALTERA.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-TIPO-PRODUTO
                   REWRITE REG-TIPO-PRODUTO
               WHEN 2
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PRODUTO
                   REWRITE REG-PRODUTO
               WHEN 3
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PRECO-PRODUTO
                   REWRITE REG-PRECO-PRODUTO
               WHEN 4
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-MERCADO
                   REWRITE REG-MERCADO
               WHEN 5
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FORNECEDOR
                   REWRITE REG-FORNECEDOR
               WHEN 6
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-OPERADOR
                   REWRITE REG-OPERADOR
               WHEN 7
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-UNIDADE-MEDIDA
                   REWRITE REG-UNIDADE-MEDIDA
               WHEN 8
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FECHAMENTO-PRECO
                   REWRITE REG-FECHAMENTO-PRECO
               WHEN 9
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE
                   REWRITE REG-ESTOQUE
               WHEN 10
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE-LOTE
                   REWRITE REG-ESTOQUE-LOTE
               WHEN 11
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-ESTOQUE-MOV
                   REWRITE REG-ESTOQUE-MOV
               WHEN 12
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CORREDOR-PRODUTO
                   REWRITE REG-CORREDOR-PRODUTO
               WHEN 13
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CONTRATO-FORNECEDOR
                   REWRITE REG-CONTRATO-FORNECEDOR
               WHEN 14
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PREF-FORNECEDOR
                   REWRITE REG-PREF-FORNECEDOR
               WHEN 15
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-COTACAO
                   REWRITE REG-COTACAO
               WHEN 16
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-LISTA-COMPRAS
                   REWRITE REG-LISTA-COMPRAS
               WHEN 17
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-LISTA-ITEM
                   REWRITE REG-LISTA-ITEM
               WHEN 18
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-RECEITA
                   REWRITE REG-RECEITA
               WHEN 19
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-RECEITA-ITEM
                   REWRITE REG-RECEITA-ITEM
               WHEN 20
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-MONITOR-PRECO
                   REWRITE REG-MONITOR-PRECO
               WHEN 21
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-PEDIDO-COMPRA
                   REWRITE REG-PEDIDO-COMPRA
               WHEN 22
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-TAXA-CAMBIO
                   REWRITE REG-TAXA-CAMBIO
               WHEN 23
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-CODIGO-ALIAS
                   REWRITE REG-CODIGO-ALIAS
               WHEN 24
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-VASILHAME-MOV
                   REWRITE REG-VASILHAME-MOV
               WHEN 25
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-DEVOLUCAO
                   REWRITE REG-DEVOLUCAO
               WHEN 26
                   MOVE JOR-IMAGEM-DEPOIS    TO REG-FERIADO
                   REWRITE REG-FERIADO
           END-EVALUATE.
      *
       P630-FIM.
      *
       P640-EXCLUI.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   DELETE TP-PRODUTO RECORD
               WHEN 2
                   DELETE PRODUTO RECORD
               WHEN 3
                   DELETE PRC-PRODUTO RECORD
               WHEN 4
                   DELETE MERCADO RECORD
               WHEN 5
                   DELETE FORNECEDOR RECORD
               WHEN 6
                   DELETE OPERADOR RECORD
               WHEN 7
                   DELETE UNIDADE-MEDIDA RECORD
               WHEN 8
                   DELETE FECH-PRECO RECORD
               WHEN 9
                   DELETE ESTOQUE RECORD
               WHEN 10
                   DELETE ESTOQUE-LOTE RECORD
               WHEN 11
                   DELETE ESTOQUE-MOV RECORD
               WHEN 12
                   DELETE CORREDOR-PRODUTO RECORD
               WHEN 13
                   DELETE CONTRATO-FORNECEDOR RECORD
               WHEN 14
                   DELETE PREF-FORNECEDOR RECORD
               WHEN 15
                   DELETE COTACAO RECORD
               WHEN 16
                   DELETE LISTA-COMPRAS RECORD
               WHEN 17
                   DELETE LISTA-ITEM RECORD
               WHEN 18
                   DELETE RECEITA RECORD
               WHEN 19
                   DELETE RECEITA-ITEM RECORD
               WHEN 20
                   DELETE MONITOR-PRECO RECORD
               WHEN 21
                   DELETE PEDIDO-COMPRA RECORD
               WHEN 22
                   DELETE TAXA-CAMBIO RECORD
               WHEN 23
                   DELETE CODIGO-ALIAS RECORD
               WHEN 24
                   DELETE VASILHAME-MOV RECORD
               WHEN 25
                   DELETE DEVOLUCAO RECORD
               WHEN 26
                   DELETE FERIADO RECORD
           END-EVALUATE.
      *
       P640-FIM.
      *
       P690-FECHA-MESTRE.
      *
           EVALUATE WS-IND-ARQUIVO
               WHEN 1
                   CLOSE TP-PRODUTO
               WHEN 2
                   CLOSE PRODUTO
               WHEN 3
                   CLOSE PRC-PRODUTO
               WHEN 4
                   CLOSE MERCADO
               WHEN 5
                   CLOSE FORNECEDOR
               WHEN 6
                   CLOSE OPERADOR
               WHEN 7
                   CLOSE UNIDADE-MEDIDA
               WHEN 8
                   CLOSE FECH-PRECO
               WHEN 9
                   CLOSE ESTOQUE
               WHEN 10
                   CLOSE ESTOQUE-LOTE
               WHEN 11
                   CLOSE ESTOQUE-MOV
               WHEN 12
                   CLOSE CORREDOR-PRODUTO
               WHEN 13
                   CLOSE CONTRATO-FORNECEDOR
               WHEN 14
                   CLOSE PREF-FORNECEDOR
               WHEN 15
                   CLOSE COTACAO
               WHEN 16
                   CLOSE LISTA-COMPRAS
               WHEN 17
                   CLOSE LISTA-ITEM
               WHEN 18
                   CLOSE RECEITA
               WHEN 19
                   CLOSE RECEITA-ITEM
               WHEN 20
                   CLOSE MONITOR-PRECO
               WHEN 21
                   CLOSE PEDIDO-COMPRA
               WHEN 22
                   CLOSE TAXA-CAMBIO
               WHEN 23
                   CLOSE CODIGO-ALIAS
               WHEN 24
                   CLOSE VASILHAME-MOV
               WHEN 25
                   CLOSE DEVOLUCAO
               WHEN 26
                   CLOSE FERIADO
           END-EVALUATE.
      *
       P690-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           ACCEPT  AUD-DATA        FROM DATE YYYYMMDD.
           ACCEPT  AUD-HORA        FROM TIME.
           MOVE LK-OPERADOR-ID     TO AUD-OPERADOR.
           MOVE "SCMP0084"         TO AUD-PROGRAMA.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *
       P890-MOSTRA-MENSAGEM.
      *
           DISPLAY SS-LINHA-DE-MENSAGEM.
           ACCEPT WS-PROMPT AT 1801.
           DISPLAY SS-LIMPA-MENSAGEM.
      *
       P890-FIM.
      *
       END PROGRAM SCMP0084.
