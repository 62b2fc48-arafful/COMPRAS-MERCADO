      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: VALIDACAO DE CAMPOS DOS ARQUIVOS PERMANENTES - LE
      *          CADA ARQUIVO .dat DO INICIO AO FIM E CONFERE O
      *          CONTEUDO DE CADA CAMPO CONTRA O SEU COPYBOOK: CAMPOS
      *          NUMERICOS COM NUMEROS, DATAS QUE EXISTEM NO
      *          CALENDARIO, HORARIOS HHMM, COMPETENCIAS AAAAMM E
      *          CAMPOS CODIFICADOS COM UM DOS VALORES DOS SEUS NIVEIS
      *          88. COMPLEMENTA A CONSISTENCIA ENTRE ARQUIVOS DO
      *          SCMP0450 (QUE SO OLHA AS CHAVES). LISTA AS CHAVES COM
      *          ERRO E O TOTAL DE ERROS POR ARQUIVO NO SCMO0451.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0451.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPERADOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\OPERADOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-OPERADOR
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO OF REG-PRODUTO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT MERCADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MERCADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT UNIDADE-MEDIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\UNIDADE-MEDIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-UNIDADE-MEDIDA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT CODIGO-ALIAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CODIGO-ALIAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-ALTERNATIVO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PREF-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PREF-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO OF REG-PREF-FORNECEDOR
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT MONITOR-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\MONITOR-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO-MONITOR
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT CONTRATO-FORNECEDOR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CONTRATO-FORNECEDOR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-CONTRATO-FORNECEDOR
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT COND-PAGTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COND-PAGTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-FORNECEDOR-CPG
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT COTACAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COTACAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-COTACAO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT CUSTO-PARADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CUSTO-PARADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-MERCADO-PARADA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT LOCAL-ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LOCAL-ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-LOCAL-ESTOQUE
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT KIT-COMPOSICAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\KIT-COMPOSICAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-KIT-COMPOSICAO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PROGRAMA-FIDELIDADE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PROGRAMA-FIDELIDADE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS REDE-FIDELIDADE
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT LISTA-COMPRAS ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-COMPRAS.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS NOME-LISTA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT LISTA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\LISTA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-LISTA-ITEM
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT RECEITA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS NOME-RECEITA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT RECEITA-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\RECEITA-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-RECEITA-ITEM
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT FERIADO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FERIADO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS DATA-FERIADO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT TAXA-CAMBIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TAXA-CAMBIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TAXA-CAMBIO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT INDICE-OFICIAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\INDICE-OFICIAL.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-INDICE-OFICIAL
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT FECH-PRECO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FECH-PRECO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COMPETENCIA-FECHAMENTO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PRC-PRODUTO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PRODUTO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PRECO-PRODUTO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PRC-PENDENTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PRC-PENDENTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-PENDENTE OF REG-PRC-PENDENTE
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT ESTOQUE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS COD-PRODUTO OF REG-ESTOQUE
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT ESTOQUE-LOTE ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-LOTE.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-ESTOQUE-LOTE
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT ESTOQUE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\ESTOQUE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-ESTOQUE-MOV
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PEDIDO-COMPRA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PEDIDO-COMPRA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PEDIDO-COMPRA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT NF-ENTRADA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NF-ENTRADA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-NF-ENTRADA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT TITULO-PAGAR ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\TITULO-PAGAR.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-TITULO-PAGAR
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT PAGTO-TITULO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PAGTO-TITULO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-PAGTO-TITULO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT NFCE-CUPOM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-ACESSO-CUPOM
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT NFCE-CUPOM-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-NFCE-CUPOM-ITEM
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT DEVOLUCAO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\DEVOLUCAO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-DEVOLUCAO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT COBRANCA-INDEVIDA ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\COBRANCA-INDEVIDA.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-COBRANCA-INDEVIDA
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT VASILHAME-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VASILHAME-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-VASILHAME-MOV
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT VALE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\VALE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS SEQ-VALE-MOV
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT FIDELIDADE-MOV ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\FIDELIDADE-MOV.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-FIDELIDADE-MOV
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT CARDAPIO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARDAPIO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS SEQUENTIAL
                RECORD KEY     IS CHAVE-CARDAPIO
                FILE STATUS    IS WS-FS-ARQUIVO.
      *
           SELECT SCMO0451     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0451.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD OPERADOR.
           COPY "Operador.cpy".
      *
       FD PRODUTO.
           COPY "Produto.cpy".
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD UNIDADE-MEDIDA.
           COPY "UnidadeMedida.cpy".
      *
       FD CODIGO-ALIAS.
           COPY "CodigoAlias.cpy".
      *
       FD PREF-FORNECEDOR.
           COPY "PrefFornecedor.cpy".
      *
       FD MONITOR-PRECO.
           COPY "MonitorPreco.cpy".
      *
       FD CONTRATO-FORNECEDOR.
           COPY "ContratoFornecedor.cpy".
      *
       FD COND-PAGTO.
           COPY "CondPagto.cpy".
      *
       FD COTACAO.
           COPY "Cotacao.cpy".
      *
       FD CUSTO-PARADA.
           COPY "CustoParada.cpy".
      *
       FD LOCAL-ESTOQUE.
           COPY "LocalEstoque.cpy".
      *
       FD KIT-COMPOSICAO.
           COPY "KitComposicao.cpy".
      *
       FD PROGRAMA-FIDELIDADE.
           COPY "ProgramaFidelidade.cpy".
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
       FD FERIADO.
           COPY "Feriado.cpy".
      *
       FD TAXA-CAMBIO.
           COPY "TaxaCambio.cpy".
      *
       FD INDICE-OFICIAL.
           COPY "IndiceOficial.cpy".
      *
       FD FECH-PRECO.
           COPY "FechPreco.cpy".
      *
       FD PRC-PRODUTO.
           COPY "PrcProduto.cpy".
      *
       FD PRC-PENDENTE.
           COPY "PrcPendente.cpy".
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
       FD PEDIDO-COMPRA.
           COPY "PedidoCompra.cpy".
      *
       FD NF-ENTRADA.
           COPY "NfEntrada.cpy".
      *
       FD TITULO-PAGAR.
           COPY "TituloPagar.cpy".
      *
       FD PAGTO-TITULO.
           COPY "PagtoTitulo.cpy".
      *
       FD NFCE-CUPOM.
           COPY "NfceCupom.cpy".
      *
       FD NFCE-CUPOM-ITEM.
           COPY "NfceCupomItem.cpy".
      *
       FD DEVOLUCAO.
           COPY "Devolucao.cpy".
      *
       FD COBRANCA-INDEVIDA.
           COPY "CobrancaIndevida.cpy".
      *
       FD VASILHAME-MOV.
           COPY "VasilhameMov.cpy".
      *
       FD VALE-MOV.
           COPY "ValeMov.cpy".
      *
       FD FIDELIDADE-MOV.
           COPY "FidelidadeMov.cpy".
      *
       FD CARDAPIO.
           COPY "Cardapio.cpy".
      *
       FD SCMO0451.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    STATUS UNICO: OS ARQUIVOS SAO LIDOS UM DE CADA VEZ
       77 WS-FS-ARQUIVO                        PIC X(02).
           88 WS-FS-ARQ-OK                     VALUE "00".
           88 WS-FS-ARQ-NAO-EXISTE             VALUE "35".
      *
       77 WS-FIM-DE-ARQUIVO                    PIC X(01).
           88 FLAG-EOF                         VALUE "S".
      *
       77 WS-PROMPT                            PIC X(01).
      *
      *    *========================================================*
      *    * CONTADORES DO ARQUIVO CORRENTE E DO REGISTRO CORRENTE
      *    *========================================================*
       77 WS-NOME-ARQUIVO                      PIC X(24) VALUE SPACES.
       77 WS-QTD-LIDOS-ARQ                     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REG-ERRO-ARQ                  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ERROS-ARQ                     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ERROS-REG                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ERROS-GERAL                   PIC 9(07) VALUE ZEROS.
       77 WS-IND-1                           PIC 9(02) VALUE ZEROS.
      *
      *    *========================================================*
      *    * QUADRO FINAL: UMA LINHA POR ARQUIVO VERIFICADO
      *    *========================================================*
       77 WS-QTD-ARQUIVOS                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ARQUIVOS.
           05 WS-TAB-ARQ                       OCCURS 50 TIMES.
               10 WS-TAB-ARQ-NOME              PIC X(24).
               10 WS-TAB-ARQ-SITUACAO          PIC X(01).
                   88 TAB-ARQ-AUSENTE          VALUE "A".
               10 WS-TAB-ARQ-LIDOS             PIC 9(07).
               10 WS-TAB-ARQ-REG-ERRO          PIC 9(07).
               10 WS-TAB-ARQ-ERROS             PIC 9(07).
      *
      *    *========================================================*
      *    * AREA DE VALIDACAO DE DATAS (AAAAMMDD, DD/MM/AAAA),
      *    * HORARIOS (HHMM) E COMPETENCIAS (AAAAMM)
      *    *========================================================*
       01 WS-VD-DATA                           PIC X(08).
       01 WS-VD-DATA-R REDEFINES WS-VD-DATA.
           05 WS-VD-ANO                        PIC 9(04).
           05 WS-VD-MES                        PIC 9(02).
           05 WS-VD-DIA                        PIC 9(02).
      *
       01 WS-VD-DATA-BARRA                     PIC X(10).
       01 WS-VD-DATA-BARRA-R REDEFINES WS-VD-DATA-BARRA.
           05 WS-VD-DIA-B                      PIC X(02).
           05 WS-VD-BARRA-1                    PIC X(01).
           05 WS-VD-MES-B                      PIC X(02).
           05 WS-VD-BARRA-2                    PIC X(01).
           05 WS-VD-ANO-B                      PIC X(04).
      *
       01 WS-VD-COMPETENCIA                    PIC X(06).
       01 WS-VD-COMPETENCIA-R REDEFINES WS-VD-COMPETENCIA.
           05 WS-VD-ANO-C                      PIC 9(04).
           05 WS-VD-MES-C                      PIC 9(02).
      *
       01 WS-VD-HORA                           PIC X(04).
       01 WS-VD-HORA-R REDEFINES WS-VD-HORA.
           05 WS-VD-HH                         PIC 9(02).
           05 WS-VD-MM                         PIC 9(02).
      *
       77 WS-VD-ACEITA-VAZIA                   PIC X(01) VALUE "N".
           88 FLAG-ACEITA-VAZIA                VALUE "S".
       77 WS-VD-RESULTADO                      PIC X(01) VALUE "N".
           88 FLAG-DATA-VALIDA                 VALUE "S".
      *
       01 WS-TAB-DIAS-MES-INI                  PIC X(24)
                                   VALUE "312831303130313130313031".
       01 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI.
           05 WS-DIAS-MES                      PIC 9(02) OCCURS 12.
       77 WS-DIAS-NO-MES                       PIC 9(02).
       77 WS-QUOCIENTE-ANO                     PIC 9(04).
       77 WS-RESTO-ANO                         PIC 9(04).
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(97) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SCMO0451 - ".
               05 FILLER   PIC X(34) VALUE
                                "VALIDACAO DE CAMPOS DOS ARQUIVOS".
               05 FILLER   PIC X(32) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(40) VALUE "CHAVE DO REGISTRO".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(30) VALUE "CAMPO".
               05 FILLER   PIC X(02) VALUE SPACES.
               05 FILLER   PIC X(22) VALUE "PROBLEMA".
      *
           03 WS-LST-ARQUIVO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE "ARQUIVO: ".
               05 WS-LST-ARQ-NOME      PIC X(24) VALUE SPACES.
      *
           03 WS-DET-ERRO.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-CHAVE         PIC X(40) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CAMPO         PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-MOTIVO        PIC X(22) VALUE SPACES.
      *
           03 WS-LST-TOTAL-ARQ.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(07) VALUE "LIDOS: ".
               05 WS-TOT-LIDOS         PIC Z(6)9.
               05 FILLER               PIC X(20) VALUE
                                       "   REGISTROS C/ ERRO".
               05 FILLER               PIC X(02) VALUE ": ".
               05 WS-TOT-REG-ERRO      PIC Z(6)9.
               05 FILLER               PIC X(10) VALUE "   ERROS: ".
               05 WS-TOT-ERROS         PIC Z(6)9.
      *
           03 WS-LST-AUSENTE.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 FILLER               PIC X(40) VALUE
                           "ARQUIVO INEXISTENTE - NAO VERIFICADO".
      *
           03 WS-LST-QUADRO-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(60) VALUE
                           "RESUMO POR ARQUIVO".
      *
           03 WS-LST-QUADRO-2.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(24) VALUE "ARQUIVO".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "   LIDOS".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "C/ ERRO".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(08) VALUE "   ERROS".
      *
           03 WS-DET-QUADRO.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-QDR-NOME          PIC X(24) VALUE SPACES.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-QDR-LIDOS         PIC Z(6)9.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-QDR-REG-ERRO      PIC Z(6)9.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-QDR-ERROS         PIC Z(6)9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-QDR-OBS           PIC X(12) VALUE SPACES.
      *
           03 WS-LST-FINAL-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 FILLER               PIC X(30) VALUE
                                       "TOTAL DE ERROS ENCONTRADOS: ".
               05 WS-LISTA-QTD-ERROS   PIC Z(6)9.
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

           PERFORM P300-PROCESSA THRU P300-FIM.

           PERFORM P900-FIM.

       P100-INICIALIZA.
           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".
      *
           MOVE ZEROS              TO WS-QTD-ARQUIVOS
                                      WS-QTD-ERROS-GERAL.
      *
           OPEN OUTPUT SCMO0451.
      *
           PERFORM P530-DATA-DO-SISTEMA THRU P530-FIM.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P100-FIM.
      *
       P300-PROCESSA.
      *
           PERFORM P310-VALIDA-OPERADOR THRU P310-FIM.

           PERFORM P315-VALIDA-PRODUTO THRU P315-FIM.

           PERFORM P320-VALIDA-MERCADO THRU P320-FIM.

           PERFORM P325-VALIDA-UNIDADE-MEDIDA THRU P325-FIM.

           PERFORM P330-VALIDA-CODIGO-ALIAS THRU P330-FIM.

           PERFORM P335-VALIDA-PREF-FORNECEDOR THRU P335-FIM.

           PERFORM P340-VALIDA-MONITOR-PRECO THRU P340-FIM.

           PERFORM P345-VALIDA-CONTRATO-FORNECEDO THRU P345-FIM.

           PERFORM P350-VALIDA-COND-PAGTO THRU P350-FIM.

           PERFORM P355-VALIDA-COTACAO THRU P355-FIM.

           PERFORM P360-VALIDA-CUSTO-PARADA THRU P360-FIM.

           PERFORM P365-VALIDA-LOCAL-ESTOQUE THRU P365-FIM.

           PERFORM P370-VALIDA-KIT-COMPOSICAO THRU P370-FIM.

           PERFORM P375-VALIDA-PROGRAMA-FIDELIDAD THRU P375-FIM.

           PERFORM P380-VALIDA-LISTA-COMPRAS THRU P380-FIM.

           PERFORM P385-VALIDA-LISTA-ITEM THRU P385-FIM.

           PERFORM P390-VALIDA-RECEITA THRU P390-FIM.

           PERFORM P395-VALIDA-RECEITA-ITEM THRU P395-FIM.

           PERFORM P400-VALIDA-FERIADO THRU P400-FIM.

           PERFORM P405-VALIDA-TAXA-CAMBIO THRU P405-FIM.

           PERFORM P410-VALIDA-INDICE-OFICIAL THRU P410-FIM.

           PERFORM P415-VALIDA-FECH-PRECO THRU P415-FIM.

           PERFORM P420-VALIDA-PRC-PRODUTO THRU P420-FIM.

           PERFORM P425-VALIDA-PRC-PENDENTE THRU P425-FIM.

           PERFORM P430-VALIDA-ESTOQUE THRU P430-FIM.

           PERFORM P435-VALIDA-ESTOQUE-LOTE THRU P435-FIM.

           PERFORM P440-VALIDA-ESTOQUE-MOV THRU P440-FIM.

           PERFORM P445-VALIDA-PEDIDO-COMPRA THRU P445-FIM.

           PERFORM P450-VALIDA-NF-ENTRADA THRU P450-FIM.

           PERFORM P455-VALIDA-TITULO-PAGAR THRU P455-FIM.

           PERFORM P460-VALIDA-PAGTO-TITULO THRU P460-FIM.

           PERFORM P465-VALIDA-NFCE-CUPOM THRU P465-FIM.

           PERFORM P470-VALIDA-NFCE-CUPOM-ITEM THRU P470-FIM.

           PERFORM P475-VALIDA-DEVOLUCAO THRU P475-FIM.

           PERFORM P480-VALIDA-COBRANCA-INDEVIDA THRU P480-FIM.

           PERFORM P485-VALIDA-VASILHAME-MOV THRU P485-FIM.

           PERFORM P490-VALIDA-VALE-MOV THRU P490-FIM.

           PERFORM P495-VALIDA-FIDELIDADE-MOV THRU P495-FIM.

           PERFORM P500-VALIDA-CARDAPIO THRU P500-FIM.

           PERFORM P690-IMPRIME-QUADRO THRU P690-FIM.
      *
       P300-FIM.
      *
       P310-VALIDA-OPERADOR.
      *
           MOVE "OPERADOR.dat"          TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT OPERADOR.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P310-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ OPERADOR NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-OPERADOR
                                       TO WS-DET-CHAVE
                       IF NOT (PERFIL-ADMINISTRADOR
                           OR PERFIL-PADRAO)
                           MOVE "PERFIL-OPERADOR"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF IND-TROCA-SENHA NOT EQUAL "S"
                                             AND SPACES
                           MOVE "IND-TROCA-SENHA"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-TENTATIVAS-FALHA NOT NUMERIC
                           MOVE "QTD-TENTATIVAS-FALHA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF IND-BLOQUEADO NOT EQUAL "B"
                                             AND SPACES
                           MOVE "IND-BLOQUEADO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE OPERADOR.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P310-FIM.
      *
       P315-VALIDA-PRODUTO.
      *
           MOVE "PRODUTO.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PRODUTO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P315-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-PRODUTO OF REG-PRODUTO
                                       TO WS-DET-CHAVE
                       IF VALIDADE-DIAS NOT NUMERIC
                           MOVE "VALIDADE-DIAS"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PRODUTO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P315-FIM.
      *
       P320-VALIDA-MERCADO.
      *
           MOVE "MERCADO.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT MERCADO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P320-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ MERCADO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-MERCADO
                                       TO WS-DET-CHAVE
                       MOVE HORA-ABERTURA-MERCADO
                                       TO WS-VD-HORA
                       PERFORM P775-TESTA-HORA THRU P775-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "HORA-ABERTURA-MERCADO"
                                       TO WS-DET-CAMPO
                           PERFORM P753-ERRO-HORA THRU P753-FIM
                       END-IF
                       MOVE HORA-FECHAMENTO-MERCADO
                                       TO WS-VD-HORA
                       PERFORM P775-TESTA-HORA THRU P775-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "HORA-FECHAMENTO-MERCADO"
                                       TO WS-DET-CAMPO
                           PERFORM P753-ERRO-HORA THRU P753-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE MERCADO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P320-FIM.
      *
       P325-VALIDA-UNIDADE-MEDIDA.
      *
           MOVE "UNIDADE-MEDIDA.dat"    TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT UNIDADE-MEDIDA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P325-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ UNIDADE-MEDIDA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-UNIDADE-MEDIDA
                                       TO WS-DET-CHAVE
                       IF FATOR-CONVERSAO-BASE NOT NUMERIC
                           MOVE "FATOR-CONVERSAO-BASE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE UNIDADE-MEDIDA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P325-FIM.
      *
       P330-VALIDA-CODIGO-ALIAS.
      *
           MOVE "CODIGO-ALIAS.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT CODIGO-ALIAS.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P330-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ CODIGO-ALIAS NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-ALTERNATIVO
                                       TO WS-DET-CHAVE
                       IF QTD-EMBALAGEM NOT NUMERIC
                           MOVE "QTD-EMBALAGEM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE CODIGO-ALIAS.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P330-FIM.
      *
       P335-VALIDA-PREF-FORNECEDOR.
      *
           MOVE "PREF-FORNECEDOR.dat"   TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PREF-FORNECEDOR.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P335-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PREF-FORNECEDOR NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-PRODUTO OF REG-PREF-FORNECEDOR
                                       TO WS-DET-CHAVE
                       IF PRAZO-ENTREGA-DIAS NOT NUMERIC
                           MOVE "PRAZO-ENTREGA-DIAS"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PREF-FORNECEDOR.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P335-FIM.
      *
       P340-VALIDA-MONITOR-PRECO.
      *
           MOVE "MONITOR-PRECO.dat"     TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT MONITOR-PRECO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P340-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ MONITOR-PRECO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-PRODUTO-MONITOR
                                       TO WS-DET-CHAVE
                       IF PCT-VARIACAO-MONITOR NOT NUMERIC
                           MOVE "PCT-VARIACAO-MONITOR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE MONITOR-PRECO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P340-FIM.
      *
       P345-VALIDA-CONTRATO-FORNECEDO.
      *
           MOVE "CONTRATO-FORNECEDOR.dat" TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT CONTRATO-FORNECEDOR.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P345-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ CONTRATO-FORNECEDOR NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-CONTRATO-FORNECEDOR
                                       TO WS-DET-CHAVE
                       IF VLR-CONTRATADO NOT NUMERIC
                           MOVE "VLR-CONTRATADO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-MINIMA-CONTRATO NOT NUMERIC
                           MOVE "QTD-MINIMA-CONTRATO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-INICIO-VIGENCIA
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-INICIO-VIGENCIA"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-FIM-VIGENCIA
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-FIM-VIGENCIA"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE CONTRATO-FORNECEDOR.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P345-FIM.
      *
       P350-VALIDA-COND-PAGTO.
      *
           MOVE "COND-PAGTO.dat"        TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT COND-PAGTO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P350-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ COND-PAGTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-FORNECEDOR-CPG
                                       TO WS-DET-CHAVE
                       IF PRAZO-PAGTO-DIAS NOT NUMERIC
                           MOVE "PRAZO-PAGTO-DIAS"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-ALTERACAO-CPG
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ALTERACAO-CPG"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE COND-PAGTO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P350-FIM.
      *
       P355-VALIDA-COTACAO.
      *
           MOVE "COTACAO.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT COTACAO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P355-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ COTACAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-COTACAO
                                       TO WS-DET-CHAVE
                       IF VLR-COTADO NOT NUMERIC
                           MOVE "VLR-COTADO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-VALIDADE-COT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-VALIDADE-COT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-CARGA-COT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-CARGA-COT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE COTACAO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P355-FIM.
      *
       P360-VALIDA-CUSTO-PARADA.
      *
           MOVE "CUSTO-PARADA.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT CUSTO-PARADA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P360-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ CUSTO-PARADA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-MERCADO-PARADA
                                       TO WS-DET-CHAVE
                       IF VLR-CUSTO-PARADA NOT NUMERIC
                           MOVE "VLR-CUSTO-PARADA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-ALTERACAO-PARADA
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ALTERACAO-PARADA"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE CUSTO-PARADA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P360-FIM.
      *
       P365-VALIDA-LOCAL-ESTOQUE.
      *
           MOVE "LOCAL-ESTOQUE.dat"     TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT LOCAL-ESTOQUE.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P365-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ LOCAL-ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-LOCAL-ESTOQUE
                                       TO WS-DET-CHAVE
                       IF IND-LOCAL-PADRAO NOT EQUAL "S"
                                             AND "N"
                                             AND SPACES
                           MOVE "IND-LOCAL-PADRAO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF DIAS-EXTENSAO-GERAL NOT NUMERIC
                           MOVE "DIAS-EXTENSAO-GERAL"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM VARYING WS-IND-1
                               FROM 1 BY 1
                               UNTIL WS-IND-1 > 5
                           IF DIAS-EXTENSAO-TIPO (WS-IND-1) NOT NUMERIC
                               MOVE "DIAS-EXTENSAO-TIPO"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                       END-PERFORM
                       MOVE DATA-CADASTRO-LOCAL
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-CADASTRO-LOCAL"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE LOCAL-ESTOQUE.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P365-FIM.
      *
       P370-VALIDA-KIT-COMPOSICAO.
      *
           MOVE "KIT-COMPOSICAO.dat"    TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT KIT-COMPOSICAO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P370-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ KIT-COMPOSICAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-KIT-COMPOSICAO
                                       TO WS-DET-CHAVE
                       IF SEQ-COMPONENTE-KIT NOT NUMERIC
                           MOVE "SEQ-COMPONENTE-KIT"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-COMPONENTE-KIT NOT NUMERIC
                           MOVE "QTD-COMPONENTE-KIT"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-CADASTRO-KIT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-CADASTRO-KIT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE KIT-COMPOSICAO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P370-FIM.
      *
       P375-VALIDA-PROGRAMA-FIDELIDAD.
      *
           MOVE "PROGRAMA-FIDELIDADE.dat" TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PROGRAMA-FIDELIDADE.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P375-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PROGRAMA-FIDELIDADE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE REDE-FIDELIDADE
                                       TO WS-DET-CHAVE
                       IF NOT (PROGRAMA-PONTOS
                           OR PROGRAMA-CASHBACK)
                           MOVE "TIPO-PROGRAMA-FIDELIDADE"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF TAXA-ACUMULO-FIDELIDADE NOT NUMERIC
                           MOVE "TAXA-ACUMULO-FIDELIDADE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-RESGATE-FIDELIDADE NOT NUMERIC
                           MOVE "VLR-RESGATE-FIDELIDADE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VALIDADE-MESES-FIDELIDADE NOT NUMERIC
                           MOVE "VALIDADE-MESES-FIDELIDADE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-ALTERACAO-FIDELIDADE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ALTERACAO-FIDELIDADE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PROGRAMA-FIDELIDADE.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P375-FIM.
      *
       P380-VALIDA-LISTA-COMPRAS.
      *
           MOVE "LISTA-COMPRAS.dat"     TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT LISTA-COMPRAS.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P380-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ LISTA-COMPRAS NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE NOME-LISTA
                                       TO WS-DET-CHAVE
                       IF IND-CESTA-PADRAO NOT EQUAL "S"
                                             AND "N"
                                             AND SPACES
                           MOVE "IND-CESTA-PADRAO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-ITENS-LISTA NOT NUMERIC
                           MOVE "QTD-ITENS-LISTA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE LISTA-COMPRAS.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P380-FIM.
      *
       P385-VALIDA-LISTA-ITEM.
      *
           MOVE "LISTA-ITEM.dat"        TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT LISTA-ITEM.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P385-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ LISTA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-LISTA-ITEM
                                       TO WS-DET-CHAVE
                       IF SEQ-ITEM-LISTA NOT NUMERIC
                           MOVE "SEQ-ITEM-LISTA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-DESEJADA-LISTA NOT NUMERIC
                           MOVE "QTD-DESEJADA-LISTA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE LISTA-ITEM.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P385-FIM.
      *
       P390-VALIDA-RECEITA.
      *
           MOVE "RECEITA.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT RECEITA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P390-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ RECEITA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE NOME-RECEITA
                                       TO WS-DET-CHAVE
                       IF QTD-PORCOES-RECEITA NOT NUMERIC
                           MOVE "QTD-PORCOES-RECEITA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-ITENS-RECEITA NOT NUMERIC
                           MOVE "QTD-ITENS-RECEITA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE RECEITA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P390-FIM.
      *
       P395-VALIDA-RECEITA-ITEM.
      *
           MOVE "RECEITA-ITEM.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT RECEITA-ITEM.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P395-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ RECEITA-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-RECEITA-ITEM
                                       TO WS-DET-CHAVE
                       IF SEQ-ITEM-RECEITA NOT NUMERIC
                           MOVE "SEQ-ITEM-RECEITA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-RECEITA NOT NUMERIC
                           MOVE "QTD-RECEITA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE RECEITA-ITEM.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P395-FIM.
      *
       P400-VALIDA-FERIADO.
      *
           MOVE "FERIADO.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT FERIADO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P400-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ FERIADO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE DATA-FERIADO
                                       TO WS-DET-CHAVE
                       MOVE DATA-FERIADO
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-FERIADO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE FERIADO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P400-FIM.
      *
       P405-VALIDA-TAXA-CAMBIO.
      *
           MOVE "TAXA-CAMBIO.dat"       TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT TAXA-CAMBIO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P405-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ TAXA-CAMBIO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-TAXA-CAMBIO
                                       TO WS-DET-CHAVE
                       MOVE DATA-COTACAO
                                       TO WS-VD-DATA-BARRA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P765-TESTA-DATA-BARRA THRU P765-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-COTACAO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF VLR-TAXA-CAMBIO NOT NUMERIC
                           MOVE "VLR-TAXA-CAMBIO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE TAXA-CAMBIO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P405-FIM.
      *
       P410-VALIDA-INDICE-OFICIAL.
      *
           MOVE "INDICE-OFICIAL.dat"    TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT INDICE-OFICIAL.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P410-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ INDICE-OFICIAL NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-INDICE-OFICIAL
                                       TO WS-DET-CHAVE
                       MOVE COMPETENCIA-INDICE
                                       TO WS-VD-COMPETENCIA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P780-TESTA-COMPETENCIA THRU P780-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "COMPETENCIA-INDICE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF PCT-VARIACAO-INDICE NOT NUMERIC
                           MOVE "PCT-VARIACAO-INDICE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-REFERENCIA-INDICE NOT NUMERIC
                           MOVE "VLR-REFERENCIA-INDICE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (VARIACAO-INFORMADA
                           OR VARIACAO-CALCULADA)
                           MOVE "IND-ORIGEM-VARIACAO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-IMPORTACAO-INDICE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-IMPORTACAO-INDICE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE INDICE-OFICIAL.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P410-FIM.
      *
       P415-VALIDA-FECH-PRECO.
      *
           MOVE "FECH-PRECO.dat"        TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT FECH-PRECO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P415-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ FECH-PRECO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COMPETENCIA-FECHAMENTO
                                       TO WS-DET-CHAVE
                       MOVE COMPETENCIA-FECHAMENTO
                                       TO WS-VD-COMPETENCIA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P780-TESTA-COMPETENCIA THRU P780-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "COMPETENCIA-FECHAMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-FECHAMENTO
                                       TO WS-VD-DATA-BARRA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P765-TESTA-DATA-BARRA THRU P765-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-FECHAMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (SIT-COMPETENCIA-FECHADA
                           OR SIT-COMPETENCIA-REABERTA)
                           MOVE "SITUACAO-FECHAMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-REABERTURA
                                       TO WS-VD-DATA-BARRA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P765-TESTA-DATA-BARRA THRU P765-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-REABERTURA"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (RESUMO-ATUALIZADO
                           OR RESUMO-DESATUALIZADO)
                           MOVE "IND-RESUMO-FECHAMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE FECH-PRECO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P415-FIM.
      *
       P420-VALIDA-PRC-PRODUTO.
      *
           MOVE "PRC-PRODUTO.dat"       TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PRC-PRODUTO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P420-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PRODUTO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-PRECO-PRODUTO
                                       TO WS-DET-CHAVE
                       IF FK-COD-PRODUTO NOT NUMERIC
                           MOVE "FK-COD-PRODUTO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-PRECO
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-PRECO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF SEQ-PRECO NOT NUMERIC
                           MOVE "SEQ-PRECO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO NOT NUMERIC
                           MOVE "VLR-PRECO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-COMPRA NOT NUMERIC
                           MOVE "QTD-COMPRA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (PRECO-PROMOCIONAL
                           OR PRECO-NORMAL)
                           MOVE "IND-PROMO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF VLR-VASILHAME NOT NUMERIC
                           MOVE "VLR-VASILHAME"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (PRODUTO-DISPONIVEL
                           OR PRODUTO-INDISPONIVEL)
                           MOVE "IND-DISPONIVEL"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF NOT (PROMO-SEM-MECANICA
                           OR PROMO-LEVE-PAGUE
                           OR PROMO-DESCONTO-PCT)
                           MOVE "TIPO-PROMO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-PROMO-LEVE NOT NUMERIC
                           MOVE "QTD-PROMO-LEVE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-PROMO-PAGUE NOT NUMERIC
                           MOVE "QTD-PROMO-PAGUE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF PCT-DESCONTO-PROMO NOT NUMERIC
                           MOVE "PCT-DESCONTO-PROMO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO-EFETIVO NOT NUMERIC
                           MOVE "VLR-PRECO-EFETIVO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (COMPRA-EM-LOJA
                           OR COMPRA-ONLINE)
                           MOVE "CANAL-COMPRA"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF VLR-TAXA-ENTREGA NOT NUMERIC
                           MOVE "VLR-TAXA-ENTREGA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (PAGTO-NAO-INFORMADO
                           OR PAGTO-CREDITO
                           OR PAGTO-DEBITO
                           OR PAGTO-PIX
                           OR PAGTO-DINHEIRO
                           OR PAGTO-VALE)
                           MOVE "FORMA-PAGTO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF VLR-TRIBUTOS NOT NUMERIC
                           MOVE "VLR-TRIBUTOS"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM VARYING WS-IND-1
                               FROM 1 BY 1
                               UNTIL WS-IND-1 > 3
                           IF PCT-RATEIO-CUSTO (WS-IND-1) NOT NUMERIC
                               MOVE "PCT-RATEIO-CUSTO"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                       END-PERFORM
                       IF NOT (ORIGEM-NAO-INFORMADA
                           OR ORIGEM-DIGITACAO
                           OR ORIGEM-CARGA
                           OR ORIGEM-NFCE
                           OR ORIGEM-AJUSTE-LOTE)
                           MOVE "ORIGEM-CAPTURA"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF ID-EXECUCAO-CAPTURA NOT NUMERIC
                           MOVE "ID-EXECUCAO-CAPTURA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-CORRECOES NOT NUMERIC
                           MOVE "QTD-CORRECOES"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO-GONDOLA NOT NUMERIC
                           MOVE "VLR-PRECO-GONDOLA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PRC-PRODUTO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P420-FIM.
      *
       P425-VALIDA-PRC-PENDENTE.
      *
           MOVE "PRC-PENDENTE.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PRC-PENDENTE.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P425-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PRC-PENDENTE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE SEQ-PENDENTE OF REG-PRC-PENDENTE
                                       TO WS-DET-CHAVE
                       IF FK-COD-PRODUTO-PEND NOT NUMERIC
                           MOVE "FK-COD-PRODUTO-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF SEQ-PRECO-PEND NOT NUMERIC
                           MOVE "SEQ-PRECO-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO-PEND NOT NUMERIC
                           MOVE "VLR-PRECO-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-COMPRA-PEND NOT NUMERIC
                           MOVE "QTD-COMPRA-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO-EFETIVO-PEND NOT NUMERIC
                           MOVE "VLR-PRECO-EFETIVO-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-TAXA-ENTREGA-PEND NOT NUMERIC
                           MOVE "VLR-TAXA-ENTREGA-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PRECO-GONDOLA-PEND NOT NUMERIC
                           MOVE "VLR-PRECO-GONDOLA-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (PRC-PEND-AGUARDANDO
                           OR PRC-PEND-REJEITADO)
                           MOVE "SITUACAO-PRC-PEND"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PRC-PENDENTE.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P425-FIM.
      *
       P430-VALIDA-ESTOQUE.
      *
           MOVE "ESTOQUE.dat"           TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT ESTOQUE.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P430-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE COD-PRODUTO OF REG-ESTOQUE
                                       TO WS-DET-CHAVE
                       IF QTD-ESTOQUE NOT NUMERIC
                           MOVE "QTD-ESTOQUE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-ULT-MOVIMENTO
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ULT-MOVIMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF QTD-MINIMA-ESTOQUE NOT NUMERIC
                           MOVE "QTD-MINIMA-ESTOQUE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE ESTOQUE.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P430-FIM.
      *
       P435-VALIDA-ESTOQUE-LOTE.
      *
           MOVE "ESTOQUE-LOTE.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT ESTOQUE-LOTE.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P435-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE-LOTE NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-ESTOQUE-LOTE
                                       TO WS-DET-CHAVE
                       MOVE DATA-AQUISICAO-LOTE
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-AQUISICAO-LOTE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF SEQ-LOTE NOT NUMERIC
                           MOVE "SEQ-LOTE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-LOTE NOT NUMERIC
                           MOVE "QTD-LOTE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-VALIDADE-LOTE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-VALIDADE-LOTE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE ESTOQUE-LOTE.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P435-FIM.
      *
       P440-VALIDA-ESTOQUE-MOV.
      *
           MOVE "ESTOQUE-MOV.dat"       TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT ESTOQUE-MOV.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P440-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ ESTOQUE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE SEQ-ESTOQUE-MOV
                                       TO WS-DET-CHAVE
                       IF SEQ-ESTOQUE-MOV NOT NUMERIC
                           MOVE "SEQ-ESTOQUE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-MOV-EST
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-MOV-EST"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (MOV-EST-ENTRADA
                           OR MOV-EST-SAIDA
                           OR MOV-EST-TRANSFERENCIA)
                           MOVE "TIPO-MOV-EST"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF NOT (MOTIVO-MOV-COMPRA
                           OR MOTIVO-MOV-CONSUMO
                           OR MOTIVO-MOV-PERDA
                           OR MOTIVO-MOV-CONTAGEM
                           OR MOTIVO-MOV-TRANSFERENCIA
                           OR MOTIVO-MOV-DEVOLUCAO-FORN
                           OR MOTIVO-MOV-SALDO-INICIAL
                           OR MOTIVO-MOV-EXCLUSAO)
                           MOVE "MOTIVO-MOV-EST"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-MOV-EST NOT NUMERIC
                           MOVE "QTD-MOV-EST"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE ESTOQUE-MOV.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P440-FIM.
      *
       P445-VALIDA-PEDIDO-COMPRA.
      *
           MOVE "PEDIDO-COMPRA.dat"     TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PEDIDO-COMPRA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P445-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PEDIDO-COMPRA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-PEDIDO-COMPRA
                                       TO WS-DET-CHAVE
                       MOVE DATA-PEDIDO
                                       TO WS-VD-DATA-BARRA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P765-TESTA-DATA-BARRA THRU P765-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-PEDIDO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF SEQ-PEDIDO NOT NUMERIC
                           MOVE "SEQ-PEDIDO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-ITENS-PEDIDO NOT NUMERIC
                           MOVE "QTD-ITENS-PEDIDO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM VARYING WS-IND-1
                               FROM 1 BY 1
                               UNTIL WS-IND-1 > 10
                           IF QTD-PEDIDA (WS-IND-1) NOT NUMERIC
                               MOVE "QTD-PEDIDA"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF QTD-RECEBIDA (WS-IND-1) NOT NUMERIC
                               MOVE "QTD-RECEBIDA"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF QTD-FATURADA-ITEM (WS-IND-1) NOT NUMERIC
                               MOVE "QTD-FATURADA-ITEM"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF NOT ITEM-PEDIDO-ENCERRADO (WS-IND-1)
                              AND IND-ENCERRADO-ITEM (WS-IND-1)
                                  NOT EQUAL SPACES
                               MOVE "IND-ENCERRADO-ITEM"
                                           TO WS-DET-CAMPO
                               PERFORM P754-ERRO-CODIGO THRU P754-FIM
                           END-IF
                       END-PERFORM
                       IF NOT (PEDIDO-ABERTO
                           OR PEDIDO-PARCIAL
                           OR PEDIDO-FECHADO
                           OR PEDIDO-CANCELADO)
                           MOVE "SITUACAO-PEDIDO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-ULT-RECEBIMENTO
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ULT-RECEBIMENTO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-ENCERRAMENTO-PED
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ENCERRAMENTO-PED"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PEDIDO-COMPRA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P445-FIM.
      *
       P450-VALIDA-NF-ENTRADA.
      *
           MOVE "NF-ENTRADA.dat"        TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT NF-ENTRADA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P450-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ NF-ENTRADA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-NF-ENTRADA
                                       TO WS-DET-CHAVE
                       IF NUM-NF-ENTRADA NOT NUMERIC
                           MOVE "NUM-NF-ENTRADA"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-EMISSAO-NFE
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-EMISSAO-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF VLR-TOTAL-NFE NOT NUMERIC
                           MOVE "VLR-TOTAL-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF QTD-ITENS-NFE NOT NUMERIC
                           MOVE "QTD-ITENS-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM VARYING WS-IND-1
                               FROM 1 BY 1
                               UNTIL WS-IND-1 > 10
                           IF QTD-FATURADA-NFE (WS-IND-1) NOT NUMERIC
                               MOVE "QTD-FATURADA-NFE"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF VLR-UNITARIO-NFE (WS-IND-1) NOT NUMERIC
                               MOVE "VLR-UNITARIO-NFE"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF VLR-REFERENCIA-NFE (WS-IND-1) NOT NUMERIC
                               MOVE "VLR-REFERENCIA-NFE"
                                           TO WS-DET-CAMPO
                               PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                           END-IF
                           IF NOT (ITEM-NFE-CONFERE (WS-IND-1)
                               OR ITEM-NFE-DIVERGE-QTD (WS-IND-1)
                               OR ITEM-NFE-DIVERGE-VLR (WS-IND-1)
                               OR ITEM-NFE-DIVERGE-AMBOS (WS-IND-1)
                               OR ITEM-NFE-SEM-REFERENCIA (WS-IND-1)
                               OR ITEM-NFE-SEM-PEDIDO (WS-IND-1))
                              AND RESULTADO-ITEM-NFE (WS-IND-1)
                                  NOT EQUAL SPACES
                               MOVE "RESULTADO-ITEM-NFE"
                                           TO WS-DET-CAMPO
                               PERFORM P754-ERRO-CODIGO THRU P754-FIM
                           END-IF
                       END-PERFORM
                       IF IND-DIVERGE-TOTAL-NFE NOT EQUAL "S"
                                             AND "N"
                                             AND SPACES
                           MOVE "IND-DIVERGE-TOTAL-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF NOT (NFE-DIGITADA
                           OR NFE-CONFERIDA
                           OR NFE-RETIDA
                           OR NFE-LIBERADA
                           OR NFE-RECUSADA)
                           MOVE "SITUACAO-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-DIGITACAO-NFE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-DIGITACAO-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-CONFERENCIA-NFE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-CONFERENCIA-NFE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE NF-ENTRADA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P450-FIM.
      *
       P455-VALIDA-TITULO-PAGAR.
      *
           MOVE "TITULO-PAGAR.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT TITULO-PAGAR.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P455-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ TITULO-PAGAR NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-TITULO-PAGAR
                                       TO WS-DET-CHAVE
                       IF NUM-NF-TITULO NOT NUMERIC
                           MOVE "NUM-NF-TITULO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-EMISSAO-TIT
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-EMISSAO-TIT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF PRAZO-PAGTO-TIT NOT NUMERIC
                           MOVE "PRAZO-PAGTO-TIT"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-VENCIMENTO-TIT
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-VENCIMENTO-TIT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF VLR-TITULO NOT NUMERIC
                           MOVE "VLR-TITULO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-PAGO-TITULO NOT NUMERIC
                           MOVE "VLR-PAGO-TITULO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-ULT-PAGTO-TIT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-ULT-PAGTO-TIT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF QTD-PAGTOS-TITULO NOT NUMERIC
                           MOVE "QTD-PAGTOS-TITULO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (TITULO-ABERTO
                           OR TITULO-PARCIAL
                           OR TITULO-QUITADO)
                           MOVE "SITUACAO-TITULO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-GERACAO-TIT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-GERACAO-TIT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE TITULO-PAGAR.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P455-FIM.
      *
       P460-VALIDA-PAGTO-TITULO.
      *
           MOVE "PAGTO-TITULO.dat"      TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT PAGTO-TITULO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P460-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ PAGTO-TITULO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-PAGTO-TITULO
                                       TO WS-DET-CHAVE
                       IF NUM-NF-PGT NOT NUMERIC
                           MOVE "NUM-NF-PGT"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF SEQ-PAGTO NOT NUMERIC
                           MOVE "SEQ-PAGTO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-PAGTO
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-PAGTO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF VLR-PAGTO NOT NUMERIC
                           MOVE "VLR-PAGTO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-LANCAMENTO-PGT
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-LANCAMENTO-PGT"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (BAIXA-PAGAMENTO
                           OR BAIXA-COMPENSACAO)
                           MOVE "TIPO-BAIXA-PGT"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE PAGTO-TITULO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P460-FIM.
      *
       P465-VALIDA-NFCE-CUPOM.
      *
           MOVE "NFCE-CUPOM.dat"        TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT NFCE-CUPOM.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P465-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ NFCE-CUPOM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-ACESSO-CUPOM
                                       TO WS-DET-CHAVE
                       MOVE DATA-EMISSAO-CUPOM
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-EMISSAO-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF QTD-ITENS-CUPOM NOT NUMERIC
                           MOVE "QTD-ITENS-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-SOMA-ITENS-CUPOM NOT NUMERIC
                           MOVE "VLR-SOMA-ITENS-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-TOTAL-CUPOM NOT NUMERIC
                           MOVE "VLR-TOTAL-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-DIFERENCA-CUPOM NOT NUMERIC
                           MOVE "VLR-DIFERENCA-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (TOTAL-CUPOM-INFORMADO
                           OR TOTAL-CUPOM-AUSENTE)
                           MOVE "IND-TOTAL-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF VLR-TRIBUTOS-CUPOM NOT NUMERIC
                           MOVE "VLR-TRIBUTOS-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF ID-EXECUCAO-IMPORTACAO NOT NUMERIC
                           MOVE "ID-EXECUCAO-IMPORTACAO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE NFCE-CUPOM.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P465-FIM.
      *
       P470-VALIDA-NFCE-CUPOM-ITEM.
      *
           MOVE "NFCE-CUPOM-ITEM.dat"   TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT NFCE-CUPOM-ITEM.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P470-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ NFCE-CUPOM-ITEM NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-NFCE-CUPOM-ITEM
                                       TO WS-DET-CHAVE
                       IF SEQ-ITEM-CUPOM NOT NUMERIC
                           MOVE "SEQ-ITEM-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-ITEM-CUPOM NOT NUMERIC
                           MOVE "VLR-ITEM-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-TRIB-ITEM-CUPOM NOT NUMERIC
                           MOVE "VLR-TRIB-ITEM-CUPOM"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE NFCE-CUPOM-ITEM.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P470-FIM.
      *
       P475-VALIDA-DEVOLUCAO.
      *
           MOVE "DEVOLUCAO.dat"         TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT DEVOLUCAO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P475-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ DEVOLUCAO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE SEQ-DEVOLUCAO
                                       TO WS-DET-CHAVE
                       IF SEQ-DEVOLUCAO NOT NUMERIC
                           MOVE "SEQ-DEVOLUCAO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-DEVOLUCAO
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-DEVOLUCAO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (MOTIVO-DEV-PRECO-ERRADO
                           OR MOTIVO-DEV-ESTRAGADO
                           OR MOTIVO-DEV-ARREPENDIMENTO
                           OR MOTIVO-DEV-OUTRO)
                           MOVE "MOTIVO-DEVOLUCAO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-DEVOLVIDA-DEV NOT NUMERIC
                           MOVE "QTD-DEVOLVIDA-DEV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-DEVOLVIDO-DEV NOT NUMERIC
                           MOVE "VLR-DEVOLVIDO-DEV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF ID-EXECUCAO-CAPTURA-DEV NOT NUMERIC
                           MOVE "ID-EXECUCAO-CAPTURA-DEV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE DEVOLUCAO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P475-FIM.
      *
       P480-VALIDA-COBRANCA-INDEVIDA.
      *
           MOVE "COBRANCA-INDEVIDA.dat" TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT COBRANCA-INDEVIDA.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P480-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ COBRANCA-INDEVIDA NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-COBRANCA-INDEVIDA
                                       TO WS-DET-CHAVE
                       MOVE DATA-PRECO-COBR
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-PRECO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF QTD-COMPRA-COBR NOT NUMERIC
                           MOVE "QTD-COMPRA-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-COBRADO-COBR NOT NUMERIC
                           MOVE "VLR-COBRADO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-GONDOLA-COBR NOT NUMERIC
                           MOVE "VLR-GONDOLA-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-GONDOLA-TOTAL-COBR NOT NUMERIC
                           MOVE "VLR-GONDOLA-TOTAL-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-DIFERENCA-COBR NOT NUMERIC
                           MOVE "VLR-DIFERENCA-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-REGISTRO-COBR
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-REGISTRO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (RECLAMACAO-NAO-FEITA
                           OR RECLAMACAO-ABERTA
                           OR RECLAMACAO-REEMBOLSADA
                           OR RECLAMACAO-NEGADA)
                           MOVE "SITUACAO-RECLAMACAO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-RECLAMACAO-COBR
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-RECLAMACAO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF VLR-REEMBOLSO-COBR NOT NUMERIC
                           MOVE "VLR-REEMBOLSO-COBR"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE COBRANCA-INDEVIDA.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P480-FIM.
      *
       P485-VALIDA-VASILHAME-MOV.
      *
           MOVE "VASILHAME-MOV.dat"     TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT VASILHAME-MOV.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P485-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ VASILHAME-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE SEQ-VASILHAME-MOV
                                       TO WS-DET-CHAVE
                       MOVE DATA-MOV-VAS
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-MOV-VAS"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (MOV-VAS-DEPOSITO
                           OR MOV-VAS-DEVOLUCAO
                           OR MOV-VAS-ESTORNO)
                           MOVE "TIPO-MOV-VAS"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-VASILHAME-MOV NOT NUMERIC
                           MOVE "QTD-VASILHAME-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-UNIT-VASILHAME-MOV NOT NUMERIC
                           MOVE "VLR-UNIT-VASILHAME-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE VASILHAME-MOV.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P485-FIM.
      *
       P490-VALIDA-VALE-MOV.
      *
           MOVE "VALE-MOV.dat"          TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT VALE-MOV.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P490-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ VALE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE SEQ-VALE-MOV
                                       TO WS-DET-CHAVE
                       MOVE DATA-MOV-VALE
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-MOV-VALE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT (MOV-VALE-CREDITO
                           OR MOV-VALE-DEBITO
                           OR MOV-VALE-ESTORNO)
                           MOVE "TIPO-MOV-VALE"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF VLR-VALE-MOV NOT NUMERIC
                           MOVE "VLR-VALE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE DATA-LANCTO-VALE
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-LANCTO-VALE"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE VALE-MOV.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P490-FIM.
      *
       P495-VALIDA-FIDELIDADE-MOV.
      *
           MOVE "FIDELIDADE-MOV.dat"    TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT FIDELIDADE-MOV.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P495-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ FIDELIDADE-MOV NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-FIDELIDADE-MOV
                                       TO WS-DET-CHAVE
                       MOVE DATA-FIDELIDADE-MOV
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF SEQ-FIDELIDADE-MOV NOT NUMERIC
                           MOVE "SEQ-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF NOT (MOV-ACUMULO
                           OR MOV-RESGATE)
                           MOVE "TIPO-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-PONTOS-FIDELIDADE-MOV NOT NUMERIC
                           MOVE "QTD-PONTOS-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-FIDELIDADE-MOV NOT NUMERIC
                           MOVE "VLR-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-COMPRAS-FIDELIDADE-MOV NOT NUMERIC
                           MOVE "VLR-COMPRAS-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       MOVE COMPETENCIA-VALIDADE-MOV
                                       TO WS-VD-COMPETENCIA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P780-TESTA-COMPETENCIA THRU P780-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "COMPETENCIA-VALIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       MOVE DATA-LANCTO-FIDELIDADE-MOV
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-LANCTO-FIDELIDADE-MOV"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE FIDELIDADE-MOV.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P495-FIM.
      *
       P500-VALIDA-CARDAPIO.
      *
           MOVE "CARDAPIO.dat"          TO WS-NOME-ARQUIVO.
           PERFORM P700-INICIA-ARQUIVO THRU P700-FIM.

           OPEN INPUT CARDAPIO.

           IF NOT WS-FS-ARQ-OK THEN
               PERFORM P710-ARQUIVO-AUSENTE THRU P710-FIM
               GO TO P500-FIM
           END-IF.

           PERFORM UNTIL FLAG-EOF
               READ CARDAPIO NEXT RECORD
                   AT END
                       SET FLAG-EOF    TO TRUE
                   NOT AT END
                       MOVE ZEROS      TO WS-QTD-ERROS-REG
                       MOVE CHAVE-CARDAPIO
                                       TO WS-DET-CHAVE
                       MOVE DATA-SEMANA-CARDAPIO
                                       TO WS-VD-DATA
                       MOVE "N"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-SEMANA-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF NOT DIA-SEMANA-VALIDO
                           MOVE "DIA-SEMANA-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF NOT REFEICAO-VALIDA
                           MOVE "REFEICAO-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       IF QTD-PORCOES-CARDAPIO NOT NUMERIC
                           MOVE "QTD-PORCOES-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-CUSTO-PLANEJADO NOT NUMERIC
                           MOVE "VLR-CUSTO-PLANEJADO"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF IND-PREPARADO-CARDAPIO NOT EQUAL "S"
                                             AND "N"
                                             AND SPACES
                           MOVE "IND-PREPARADO-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P754-ERRO-CODIGO THRU P754-FIM
                       END-IF
                       MOVE DATA-PREPARO-CARDAPIO
                                       TO WS-VD-DATA
                       MOVE "S"            TO WS-VD-ACEITA-VAZIA
                       PERFORM P760-TESTA-DATA THRU P760-FIM
                       IF NOT FLAG-DATA-VALIDA
                           MOVE "DATA-PREPARO-CARDAPIO"
                                       TO WS-DET-CAMPO
                           PERFORM P752-ERRO-DATA THRU P752-FIM
                       END-IF
                       IF QTD-PORCOES-PREPARADAS NOT NUMERIC
                           MOVE "QTD-PORCOES-PREPARADAS"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       IF VLR-CUSTO-REAL NOT NUMERIC
                           MOVE "VLR-CUSTO-REAL"
                                       TO WS-DET-CAMPO
                           PERFORM P751-ERRO-NUMERICO THRU P751-FIM
                       END-IF
                       PERFORM P720-FECHA-REGISTRO THRU P720-FIM
               END-READ
           END-PERFORM.

           CLOSE CARDAPIO.

           PERFORM P730-TOTALIZA-ARQUIVO THRU P730-FIM.
      *
       P500-FIM.
      *
      *    *========================================================*
      *    * QUADRO FINAL COM OS TOTAIS DE CADA ARQUIVO VERIFICADO
      *    *========================================================*
       P690-IMPRIME-QUADRO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-QUADRO-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-QUADRO-2.

           PERFORM VARYING WS-IND-1 FROM 1 BY 1
                   UNTIL WS-IND-1 > WS-QTD-ARQUIVOS
               MOVE WS-TAB-ARQ-NOME (WS-IND-1)
                                       TO WS-QDR-NOME
               MOVE WS-TAB-ARQ-LIDOS (WS-IND-1)
                                       TO WS-QDR-LIDOS
               MOVE WS-TAB-ARQ-REG-ERRO (WS-IND-1)
                                       TO WS-QDR-REG-ERRO
               MOVE WS-TAB-ARQ-ERROS (WS-IND-1)
                                       TO WS-QDR-ERROS
               IF TAB-ARQ-AUSENTE (WS-IND-1) THEN
                   MOVE "NAO VERIFIC."     TO WS-QDR-OBS
               ELSE
                   MOVE SPACES             TO WS-QDR-OBS
               END-IF
               WRITE REG-REPORT    FROM WS-DET-QUADRO
           END-PERFORM.

           MOVE WS-QTD-ERROS-GERAL     TO WS-LISTA-QTD-ERROS.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-FINAL-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P690-FIM.
      *
      *    *========================================================*
      *    * CABECALHO DO ARQUIVO E ZERAGEM DOS CONTADORES
      *    *========================================================*
       P700-INICIA-ARQUIVO.
      *
           MOVE ZEROS              TO WS-QTD-LIDOS-ARQ
                                      WS-QTD-REG-ERRO-ARQ
                                      WS-QTD-ERROS-ARQ.
           MOVE "N"                TO WS-FIM-DE-ARQUIVO.
           MOVE SPACES             TO WS-DET-CHAVE
                                      WS-DET-CAMPO
                                      WS-DET-MOTIVO.

           ADD 1                   TO WS-QTD-ARQUIVOS.
           MOVE WS-NOME-ARQUIVO
                           TO WS-TAB-ARQ-NOME (WS-QTD-ARQUIVOS).
           MOVE SPACES
                           TO WS-TAB-ARQ-SITUACAO (WS-QTD-ARQUIVOS).
           MOVE ZEROS
                           TO WS-TAB-ARQ-LIDOS (WS-QTD-ARQUIVOS)
                              WS-TAB-ARQ-REG-ERRO (WS-QTD-ARQUIVOS)
                              WS-TAB-ARQ-ERROS (WS-QTD-ARQUIVOS).

           MOVE WS-NOME-ARQUIVO    TO WS-LST-ARQ-NOME.
           WRITE REG-REPORT    FROM WS-LST-ARQUIVO.
      *
       P700-FIM.
      *
      *    *========================================================*
      *    * ARQUIVO AINDA NAO CRIADO (STATUS 35) FICA FORA DA
      *    * VERIFICACAO; QUALQUER OUTRO STATUS E ERRO DA ROTINA
      *    *========================================================*
       P710-ARQUIVO-AUSENTE.
      *
           IF WS-FS-ARQ-NAO-EXISTE THEN
               MOVE "A"
                           TO WS-TAB-ARQ-SITUACAO (WS-QTD-ARQUIVOS)
               WRITE REG-REPORT    FROM WS-LST-AUSENTE
               GO TO P710-FIM
           END-IF.

           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " WS-NOME-ARQUIVO
                       " FS: " WS-FS-ARQUIVO
           ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " WS-NOME-ARQUIVO
                       " FS: " WS-FS-ARQUIVO   AT 1505
               ACCEPT WS-PROMPT                AT 1501
           END-IF.
           MOVE "N"                TO WS-ROTINA-OK.
           PERFORM P900-FIM.
      *
       P710-FIM.
      *
      *    *========================================================*
      *    * FIM DO REGISTRO: CONTA LIDOS E REGISTROS COM ERRO
      *    *========================================================*
       P720-FECHA-REGISTRO.
      *
           ADD 1                   TO WS-QTD-LIDOS-ARQ.

           IF WS-QTD-ERROS-REG > ZEROS THEN
               ADD 1               TO WS-QTD-REG-ERRO-ARQ
           END-IF.
      *
       P720-FIM.
      *
      *    *========================================================*
      *    * TOTAIS DO ARQUIVO NO RELATORIO E NO QUADRO FINAL
      *    *========================================================*
       P730-TOTALIZA-ARQUIVO.
      *
           MOVE WS-QTD-LIDOS-ARQ       TO WS-TOT-LIDOS
                              WS-TAB-ARQ-LIDOS (WS-QTD-ARQUIVOS).
           MOVE WS-QTD-REG-ERRO-ARQ    TO WS-TOT-REG-ERRO
                              WS-TAB-ARQ-REG-ERRO (WS-QTD-ARQUIVOS).
           MOVE WS-QTD-ERROS-ARQ       TO WS-TOT-ERROS
                              WS-TAB-ARQ-ERROS (WS-QTD-ARQUIVOS).

           WRITE REG-REPORT    FROM WS-LST-TOTAL-ARQ.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P730-FIM.
      *
      *    *========================================================*
      *    * REGISTRO DE UM ERRO: LINHA COM CHAVE, CAMPO E PROBLEMA
      *    *========================================================*
       P750-REGISTRA-ERRO.
      *
           ADD 1                   TO WS-QTD-ERROS-REG
                                      WS-QTD-ERROS-ARQ
                                      WS-QTD-ERROS-GERAL.

           WRITE REG-REPORT    FROM WS-DET-ERRO.
      *
       P750-FIM.
      *
       P751-ERRO-NUMERICO.
      *
           MOVE "NAO NUMERICO"         TO WS-DET-MOTIVO.
           PERFORM P750-REGISTRA-ERRO THRU P750-FIM.
      *
       P751-FIM.
      *
       P752-ERRO-DATA.
      *
           MOVE "DATA INVALIDA"        TO WS-DET-MOTIVO.
           PERFORM P750-REGISTRA-ERRO THRU P750-FIM.
      *
       P752-FIM.
      *
       P753-ERRO-HORA.
      *
           MOVE "HORARIO INVALIDO"     TO WS-DET-MOTIVO.
           PERFORM P750-REGISTRA-ERRO THRU P750-FIM.
      *
       P753-FIM.
      *
       P754-ERRO-CODIGO.
      *
           MOVE "CODIGO FORA DO DOMINIO"
                                       TO WS-DET-MOTIVO.
           PERFORM P750-REGISTRA-ERRO THRU P750-FIM.
      *
       P754-FIM.
      *
      *    *========================================================*
      *    * DATA AAAAMMDD: NUMERICA, MES DE 1 A 12 E DIA EXISTENTE
      *    * NO MES (FEVEREIRO CONFORME O ANO BISSEXTO). ZERADA OU EM
      *    * BRANCO SO E ACEITA QUANDO O CAMPO E OPCIONAL.
      *    *========================================================*
       P760-TESTA-DATA.
      *
           MOVE "N"                TO WS-VD-RESULTADO.

           IF WS-VD-DATA EQUAL SPACES OR WS-VD-DATA EQUAL ZEROS THEN
               IF FLAG-ACEITA-VAZIA THEN
                   MOVE "S"        TO WS-VD-RESULTADO
               END-IF
               GO TO P760-FIM
           END-IF.

           IF WS-VD-DATA NOT NUMERIC THEN
               GO TO P760-FIM
           END-IF.

           IF WS-VD-ANO < 1900 OR WS-VD-MES < 1 OR WS-VD-MES > 12
              OR WS-VD-DIA < 1 THEN
               GO TO P760-FIM
           END-IF.

           PERFORM P770-DIAS-NO-MES THRU P770-FIM.

           IF WS-VD-DIA > WS-DIAS-NO-MES THEN
               GO TO P760-FIM
           END-IF.

           MOVE "S"                TO WS-VD-RESULTADO.
      *
       P760-FIM.
      *
      *    *========================================================*
      *    * DATA DD/MM/AAAA: CONFERE AS BARRAS E VALIDA COMO AAAAMMDD
      *    *========================================================*
       P765-TESTA-DATA-BARRA.
      *
           MOVE "N"                TO WS-VD-RESULTADO.

           IF WS-VD-DATA-BARRA EQUAL SPACES THEN
               IF FLAG-ACEITA-VAZIA THEN
                   MOVE "S"        TO WS-VD-RESULTADO
               END-IF
               GO TO P765-FIM
           END-IF.

           IF WS-VD-BARRA-1 NOT EQUAL "/"
              OR WS-VD-BARRA-2 NOT EQUAL "/" THEN
               GO TO P765-FIM
           END-IF.

           STRING WS-VD-ANO-B WS-VD-MES-B WS-VD-DIA-B
                   DELIMITED BY SIZE   INTO WS-VD-DATA.
           MOVE "N"                TO WS-VD-ACEITA-VAZIA.

           PERFORM P760-TESTA-DATA THRU P760-FIM.
      *
       P765-FIM.
      *
       P770-DIAS-NO-MES.
      *
           MOVE WS-DIAS-MES (WS-VD-MES)    TO WS-DIAS-NO-MES.

           IF WS-VD-MES = 2 THEN
               DIVIDE WS-VD-ANO BY 4 GIVING WS-QUOCIENTE-ANO
                                     REMAINDER WS-RESTO-ANO
               IF WS-RESTO-ANO = ZERO THEN
                   MOVE 29                 TO WS-DIAS-NO-MES
                   DIVIDE WS-VD-ANO BY 100 GIVING WS-QUOCIENTE-ANO
                                           REMAINDER WS-RESTO-ANO
                   IF WS-RESTO-ANO = ZERO THEN
                       MOVE 28             TO WS-DIAS-NO-MES
                       DIVIDE WS-VD-ANO BY 400 GIVING WS-QUOCIENTE-ANO
                                               REMAINDER WS-RESTO-ANO
                       IF WS-RESTO-ANO = ZERO THEN
                           MOVE 29         TO WS-DIAS-NO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       P770-FIM.
      *
      *    *========================================================*
      *    * HORARIO HHMM: HORA ATE 24 E MINUTOS ATE 59
      *    *========================================================*
       P775-TESTA-HORA.
      *
           MOVE "N"                TO WS-VD-RESULTADO.

           IF WS-VD-HORA NOT NUMERIC THEN
               GO TO P775-FIM
           END-IF.

           IF WS-VD-HH > 24 OR WS-VD-MM > 59 THEN
               GO TO P775-FIM
           END-IF.

           MOVE "S"                TO WS-VD-RESULTADO.
      *
       P775-FIM.
      *
      *    *========================================================*
      *    * COMPETENCIA AAAAMM: NUMERICA E MES DE 1 A 12
      *    *========================================================*
       P780-TESTA-COMPETENCIA.
      *
           MOVE "N"                TO WS-VD-RESULTADO.

           IF WS-VD-COMPETENCIA EQUAL SPACES
              OR WS-VD-COMPETENCIA EQUAL ZEROS THEN
               IF FLAG-ACEITA-VAZIA THEN
                   MOVE "S"        TO WS-VD-RESULTADO
               END-IF
               GO TO P780-FIM
           END-IF.

           IF WS-VD-COMPETENCIA NOT NUMERIC THEN
               GO TO P780-FIM
           END-IF.

           IF WS-VD-ANO-C < 1900 OR WS-VD-MES-C < 1
              OR WS-VD-MES-C > 12 THEN
               GO TO P780-FIM
           END-IF.

           MOVE "S"                TO WS-VD-RESULTADO.
      *
       P780-FIM.
      *
       P530-DATA-DO-SISTEMA.
      *
           ACCEPT  WS-DATA-CORRENTE FROM DATE YYYYMMDD.

           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.
      *
       P530-FIM.
      *
       P900-FIM.
           CLOSE   SCMO0451.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 1                  TO RETURN-CODE
           END-IF.
      *
           GOBACK.
       END PROGRAM SCMP0451.
