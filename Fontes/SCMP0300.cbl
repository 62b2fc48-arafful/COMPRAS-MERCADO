      * Mod: 02/09/2026 - registro com produto, data, mercado e valor
      *      identicos a um preco ja gravado (cupom carregado em dobro)
      *      vai para a fila de pendentes em vez de gravar direto
      * Mod: 15/10/2026 - novo campo opcional de forma de pagamento
      *      (C/D/P/M/V) ao final dos layouts posicional e CSV; se
      *      ausente ou em branco, fica nao informada. Preco pago com
      *      vale (V) debita o razao do vale (VALE-MOV, via SCMP0904)
      *      e o relatorio avisa quando o saldo do vale fica negativo
      * Mod: 15/10/2026 - novo campo opcional de tributos aproximados
      *      do item (Lei 12.741, vindo da NFC-e pelo SCMP0305) apos a
      *      forma de pagamento; gravado com o preco, na pendencia e
      *      no suspenso. Nao pode ser maior que o valor do item
      * Mod: 15/10/2026 - novos campos opcionais de rateio por centro
      *      de custo (ate 3 pares centro/percentual) apos os tributos.
      *      Conferidos pelo SCMP0906; sem rateio vale o centro padrao
      *      do tipo do produto. Gravados com o preco, na pendencia e
      *      no suspenso
      * Mod: 15/10/2026 - cada registro de auditoria passa pelo
      *      SCMP0907 antes do WRITE (sequencia e verificadores da
      *      cadeia conferida pelo SCMP0087)
      * Mod: 15/10/2026 - novo campo opcional de origem apos o rateio
      *      (N = cupom NFC-e via SCMP0305; ausente = carga). Cada
      *      execucao recebe um identificador AAAAMMDDHHMMSSCC, gravado
      *      com o preco, na pendencia e no suspenso e mantido no
      *      checkpoint para uma reexecucao continuar a mesma carga
      * Mod: 15/10/2026 - cada preco gravado deixa em CARGA-IMAGEM a
      *      chave, o deposito de vasilhame lancado e a execucao, para
      *      o SCMP0335 poder desfazer a carga inteira
      * Mod: 15/10/2026 - novo campo opcional de preco de gondola
      *      (etiqueta, por unidade) apos a origem, gravado com o preco,
      *      na pendencia e no suspenso; preco cobrado acima da gondola
      *      fica registrado em COBRANCA-INDEVIDA (SCMP0911) e sai como
      *      aviso no relatorio
      * Mod: 15/10/2026 - codigo de kit/combo (KIT-COMPOSICAO, SCMP0271)
      *      e explodido nos componentes: cada um ganha o seu preco,
      *      com o valor do kit rateado pelo ultimo preco unitario de
      *      cada componente (SCMP0912) e a quantidade multiplicada
      *      pela da composicao
      * Mod: 15/10/2026 - modo de simulacao (SCMP-CARGA-SIMULACAO=S):
      *      valida a carga inteira (produto, mercado, fornecedor,
      *      competencia fechada, variacao e duplicidade) e emite o
      *      relatorio normal com o que seria incluido, o que iria
      *      para pendente e para o suspenso, sem gravar PRC-PRODUTO,
      *      pendentes, suspenso, checkpoint, auditoria, vasilhame,
      *      imagens, vales nem cobrancas e sem backup
      * Mod: 15/10/2026 - gravacoes em PRC-PRODUTO E VASILHAME-MOV
      *      passam a ir tambem para o jornal de alteracoes (SCMP0917),
      *      com as imagens antes e depois, para a recuperacao
      *      pos-restauracao (SCMP0084); o backup de rotina deixa no
      *      jornal a marca de backup (operacao B)
      * Mod: 15/10/2026 - o fator de variacao de preco passa a vir do
      *      parametro FATVARPR (SCMP0082), padrao 3
      * Mod: 15/10/2026 - linha de kit grava o checkpoint uma vez so,
      *      depois de todos os componentes, para o reinicio nao pular
      *      os que faltavam
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0300.
                ACCESS         IS DYNAMIC
                RECORD KEY     IS SEQ-VASILHAME-MOV
                FILE STATUS    IS WS-FS-VASILHAME.
      *
           SELECT CARGA-IMAGEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\CARGA-IMAGEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-CARGA-IMAGEM
                FILE STATUS    IS WS-FS-CARGA-IMAGEM.
      *
       DATA DIVISION.
       FILE SECTION.
       01  FD-REG-REPORT                       PIC X(80).
      *
       FD CARGA-PRC.
       01  FD-LINHA-CARGA-BRUTA                PIC X(147).
      *
      *    O ARQUIVO ORDENADO E O QUE A CARGA REALMENTE PROCESSA -
      *    O LAYOUT DETALHADO FICA NELE
           05 FD-QTD-PROMO-LEVE-CARGA          PIC X(03).
           05 FD-QTD-PROMO-PAGUE-CARGA         PIC X(03).
           05 FD-PCT-DESC-PROMO-CARGA          PIC X(05).
           05 FD-FORMA-PAGTO-CARGA             PIC X(01).
           05 FD-VLR-TRIBUTOS-CARGA            PIC X(08).
           05 FD-RATEIO-CARGA                  OCCURS 3 TIMES.
               10 FD-CC-RATEIO-CARGA           PIC X(10).
               10 FD-PCT-RATEIO-CARGA          PIC X(05).
           05 FD-ORIGEM-CARGA                  PIC X(01).
           05 FD-VLR-GONDOLA-CARGA             PIC X(08).
       01  FD-TRAILER-CARGA-PRECO
                       REDEFINES FD-REGISTRO-CARGA-PRECO.
           05 FD-MARCA-TRAILER-PRC             PIC X(03).
       SD ORDENADOR-CARGA.
       01  REG-ORDENADOR-CARGA.
           05 SD-ORD-CHAVE                     PIC X(14).
           05 SD-ORD-LINHA                     PIC X(147).
      *
       FD SUSP-PRC.
       01  FD-REGISTRO-SUSPENSO-PRECO.
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
       FD UNIDADE-MEDIDA.
       01  FD-REGISTRO-CHECKPOINT-PRECO.
           05 FD-CKP-COD-PROD-PRECO             PIC X(14).
           05 FD-CKP-DATA-PRECO                 PIC X(10).
           05 FD-CKP-ID-EXECUCAO                PIC X(16).
      *
       FD AUDITORIA.
           COPY "Auditoria.cpy".
      *
       FD VASILHAME-MOV.
           COPY "VasilhameMov.cpy".
      *
       FD CARGA-IMAGEM.
           COPY "CargaImagem.cpy".
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-QTD-PROMO-LEVE-CARGA          PIC X(03).
           05 WS-QTD-PROMO-PAGUE-CARGA         PIC X(03).
           05 WS-PCT-DESC-PROMO-CARGA          PIC X(05).
           05 WS-FORMA-PAGTO-CARGA             PIC X(01).
           05 WS-VLR-TRIBUTOS-CARGA            PIC X(08).
           05 WS-RATEIO-CARGA                  OCCURS 3 TIMES.
               10 WS-CC-RATEIO-CARGA           PIC X(10).
               10 WS-PCT-RATEIO-CARGA          PIC X(05).
           05 WS-ORIGEM-CARGA                  PIC X(01).
           05 WS-VLR-GONDOLA-CARGA             PIC X(08).
      *
       01 WS-VALIDA-DATA-PRECO.
           05 WS-VALIDA-DD-DATA-PRECO-CARGA    PIC X(02).
           05 WS-QTD-PROMO-PAGUE               PIC 9(03).
           05 WS-PCT-DESCONTO-PROMO            PIC 9(03)V99.
           05 WS-VLR-PRECO-EFETIVO             PIC 9(12)V99.
           05 WS-FORMA-PAGTO                   PIC X(01).
           05 WS-VLR-TRIBUTOS                  PIC 9(12)V99.
      *
       77 WS-MAIOR-SEQ-PRECO                   PIC 9(02) VALUE ZEROS.
      *
           05 WS-LKS-CODIGO-NORMALIZADO        PIC X(14).
           05 WS-LKS-PESO-KG                   PIC 9(05)V999.
           05 WS-LKS-RETORNO-BALANCA           PIC 9(01).
      *
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
       77 WS-ED-DIFERENCA-COBR                 PIC ZZ.ZZZ.ZZ9,99.
      *
      *    *========================================================*
      *    * KIT/COMBO (SCMP0912) - COMPOSICAO DO KIT E RATEIO DO
      *    * PRECO ENTRE OS COMPONENTES
      *    *========================================================*
       01 WS-LKS-AREA-KIT.
           05 WS-LKS-FUNCAO-KIT                PIC X(01).
           05 WS-LKS-COD-KIT                   PIC X(14) VALUE SPACES.
           05 WS-LKS-VLR-KIT                   PIC 9(12)V99.
           05 WS-LKS-QTDE-COMPS-KIT            PIC 9(02).
           05 WS-LKS-COMPONENTE-KIT            OCCURS 20 TIMES.
               10 WS-LKS-COD-COMP-KIT          PIC X(14).
               10 WS-LKS-QTD-COMP-KIT          PIC 9(05)V999.
               10 WS-LKS-UND-COMP-KIT          PIC X(02).
               10 WS-LKS-VLR-ULT-UNIT-KIT      PIC 9(10)V9999.
               10 WS-LKS-VLR-RATEADO-KIT       PIC 9(12)V99.
           05 WS-LKS-CRITERIO-KIT              PIC X(01).
           05 WS-LKS-RETORNO-KIT               PIC 9(01) VALUE 3.
      *
       77 WS-REGISTRO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-KIT                VALUE "S".
       77 WS-IND-COMP-KIT                      PIC 9(02) VALUE ZEROS.
       77 WS-ED-QTD-COMP-KIT                   PIC Z9.
       77 WS-VLR-PRECO-KIT                   PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMPRA-KIT                  PIC 9(07)V999 VALUE ZEROS.
       77 WS-VLR-EFETIVO-KIT                 PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-TRIBUTOS-KIT                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-VASILHAME-KIT               PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-COMP-GRAVADOS                 PIC 9(02) VALUE ZEROS.
      *
       77 WS-GRAVANDO-KIT                      PIC X(01) VALUE "N".
           88 FLAG-GRAVANDO-KIT                VALUE "S".
       77 WS-QTD-PRECO-ANTERIOR              PIC 9(07)V999 VALUE ZEROS.
      *
      *    RATEIO POR CENTRO DE CUSTO (SCMP0906)
       01 WS-LKS-AREA-RATEIO.
           05 WS-LKS-PRODUTO-RATEIO            PIC X(14).
           05 WS-LKS-ITEM-RATEIO               OCCURS 3 TIMES.
               10 WS-LKS-CC-RATEIO             PIC X(10).
               10 WS-LKS-PCT-RATEIO            PIC 9(03)V99.
           05 WS-LKS-RETORNO-RATEIO            PIC 9(01).
      *
       77 WS-IND-RATEIO                        PIC 9(01) VALUE ZEROS.
       77 WS-QTD-VIRG-RATEIO                   PIC 9(02) VALUE ZEROS.
       77 WS-PCT-RATEIO-VALIDO                 PIC X(01) VALUE "S".
           88 FLAG-PCT-RATEIO-VALIDO           VALUE "S".
      *
       77 WS-REGISTRO-BALANCA                  PIC X(01) VALUE "N".
           88 FLAG-REGISTRO-BALANCA            VALUE "S".
       77 WS-CONV-VALIDO                        PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
       77 WS-CONV-RESULTADO                  PIC 9(12)V999 VALUE ZEROS.
      *
       77 WS-VLR-TRIBUTOS-NUM                PIC 9(12)V99 VALUE ZEROS.
       77 WS-VLR-ITEM-CARGA                  PIC 9(12)V99 VALUE ZEROS.
      *    PRECO DE GONDOLA (ETIQUETA) POR UNIDADE - ZERO SE AUSENTE
       77 WS-VLR-GONDOLA-NUM                 PIC 9(12)V99 VALUE ZEROS.
      *
       77 WS-TAMANHO-CODIGO                    PIC 9(002) VALUE ZEROS.
           88 WS-TAMANHO-CODIGO-VALIDO         VALUE 08 12 13 14.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                                       "REGISTRO GRAVADO OK.".
      *
           03 WS-LST-DET-SIMULADO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                               "SIMULACAO: PRECO SERIA INCLUIDO.".
      *
           03 WS-LST-CAB-SIMULACAO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(72) VALUE
                   "*** SIMULACAO - NENHUM ARQUIVO FOI GRAVADO ***".
      *
           03 WS-LST-DET-ERRO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(06) VALUE "ERRO: ".
               05 WS-LISTA-ERRO-REPORT     PIC X(72) VALUE SPACES.
      *
           03 WS-LST-DET-AVISO.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER                   PIC X(07) VALUE "AVISO: ".
               05 WS-LISTA-AVISO-REPORT    PIC X(71) VALUE SPACES.
      *
           03 WS-LST-DET-PENDENTE.
               05 FILLER                   PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "TOTAL DE REGISTROS: ".
               05 WS-LISTA-QTD-TOT     PIC 999 VALUE ZEROS.
      *
           03 WS-LST-FINAL-SUSPENSOS.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "IRIAM P/ SUSPENSO:  ".
               05 WS-LISTA-QTD-SUSP    PIC 999 VALUE ZEROS.
      *
           03 WS-LST-FINAL-EXECUCAO.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 FILLER               PIC X(20) VALUE
                                       "EXECUCAO DA CARGA:  ".
               05 WS-LISTA-ID-EXECUCAO PIC 9(16) VALUE ZEROS.
      *
           03 WS-LST-FINAL-CONTROLE.
               05 FILLER               PIC X(02) VALUE SPACES.
           88 WS-FS-VAS-NAO-EXISTE             VALUE "35".
      *
       77 WS-MAIOR-SEQ-VASILHAME               PIC 9(08) VALUE ZEROS.
      *
       77 WS-FS-CARGA-IMAGEM                   PIC X(02).
           88 WS-FS-IMG-OK                     VALUE "00".
           88 WS-FS-IMG-NAO-EXISTE             VALUE "35".
      *
       77 WS-MAIOR-SEQ-IMAGEM                  PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-VASILHAME-GRAVADO             PIC 9(08) VALUE ZEROS.
       77 WS-FIM-SCAN-IMAGEM                   PIC X(01) VALUE "N".
           88 FLAG-EOF-SCAN-IMAGEM             VALUE "S".
      *
       77 WS-COMPETENCIA-CARGA                 PIC 9(06).
       77 WS-MM-CARGA-NUM                      PIC 99.
           88 WS-FS-CKPPRC-NAO-EXISTE          VALUE "35".
       77 WS-CKP-ULTIMO-COD-PROD               PIC X(14) VALUE SPACES.
       77 WS-CKP-ULTIMO-DATA                   PIC X(10) VALUE SPACES.
      *
      *    IDENTIFICADOR DA EXECUCAO DA CARGA (AAAAMMDDHHMMSSCC DO
      *    INICIO) - UMA REEXECUCAO PELO CHECKPOINT MANTEM O ORIGINAL
       01 WS-ID-EXECUCAO-CARGA.
           05 WS-ID-EXECUCAO-DATA              PIC 9(08) VALUE ZEROS.
           05 WS-ID-EXECUCAO-HORA              PIC 9(08) VALUE ZEROS.
       01 WS-ID-EXECUCAO-NUM REDEFINES WS-ID-EXECUCAO-CARGA
                                               PIC 9(16).
       77 WS-MODO-SKIP                         PIC X(01) VALUE SPACES.
           88 FLAG-MODO-SKIP                   VALUE "S".
      *
       77 WS-MODO-EXECUCAO                     PIC X(01) VALUE SPACES.
           88 FLAG-MODO-AUTOMATICO             VALUE "S".
      *
      *    *========================================================*
      *    * SIMULACAO: SO VALIDA - NENHUM ARQUIVO PERMANENTE E
      *    * GRAVADO. OS PRECOS QUE SERIAM INCLUIDOS PARA O PRODUTO
      *    * CORRENTE FICAM NA TABELA ABAIXO PARA QUE A DUPLICIDADE
      *    * DENTRO DA PROPRIA CARGA TAMBEM SEJA APONTADA.
      *    *========================================================*
       77 WS-MODO-SIMULACAO                    PIC X(01) VALUE SPACES.
           88 FLAG-MODO-SIMULACAO              VALUE "S".
       77 WS-QTD-SUSPENSOS                     PIC 9(05) VALUE ZEROS.
       77 WS-SIM-PRODUTO                       PIC X(14) VALUE SPACES.
       77 WS-QTD-SIMULADOS                     PIC 9(03) VALUE ZEROS.
       77 WS-IND-SIM                           PIC 9(03) VALUE ZEROS.
       01 WS-TAB-SIMULADOS.
           05 WS-TAB-SIM-ITEM                  OCCURS 200 TIMES.
               10 WS-TAB-SIM-DATA              PIC X(10).
               10 WS-TAB-SIM-MERCADO           PIC X(10).
               10 WS-TAB-SIM-VALOR             PIC 9(06)V99.
      *
       77 WS-SCANNER-COD-MERCADO               PIC X(10) VALUE SPACES.
       77 WS-SCANNER-COD-FORNECEDOR            PIC X(10) VALUE SPACES.
               10  WS-DCR-MES                  PIC 9(002).
               10  WS-DCR-DIA                  PIC 9(002).
           05  WS-DATA-COMPARA-ACHADA          PIC 9(008).
      *
           COPY "Jornal.cpy".
           COPY "LeParametro.cpy".
      *
       LINKAGE SECTION.
      *

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".
           ACCEPT WS-MODO-SIMULACAO FROM ENVIRONMENT
                                   "SCMP-CARGA-SIMULACAO".
      *
           ACCEPT WS-SCANNER-COD-MERCADO FROM ENVIRONMENT
                                   "SCMP-CARGA-SCANNER-MERCADO".
           ACCEPT WS-SCANNER-COD-FORNECEDOR FROM ENVIRONMENT
                                   "SCMP-CARGA-SCANNER-FORNECEDOR".
      *
           ACCEPT WS-ID-EXECUCAO-DATA  FROM DATE YYYYMMDD.
           ACCEPT WS-ID-EXECUCAO-HORA  FROM TIME.

           PERFORM P101-LE-PARAMETROS THRU P101-FIM.

           PERFORM P105-ABRE-REPORT THRU P105-FIM.


           PERFORM P112-ORDENA-CARGA THRU P112-FIM.

           IF NOT FLAG-MODO-SIMULACAO THEN
               PERFORM P115-ABRE-SUSPENSO THRU P115-FIM
           END-IF.

           PERFORM P120-ABRE-PRODUTO THRU P120-FIM.


           PERFORM P126-ABRE-FORNECEDOR THRU P126-FIM.

           IF NOT FLAG-MODO-SIMULACAO THEN
               PERFORM P129-BACKUP-PRC-PRODUTO THRU P129-FIM
           END-IF.

           PERFORM P130-ABRE-PRC-PRODUTO THRU P130-FIM.

           PERFORM P132-ABRE-FECH-PRECO THRU P132-FIM.

      *    NA SIMULACAO A CARGA E VALIDADA INTEIRA, SEM CHECKPOINT
           IF FLAG-MODO-SIMULACAO THEN
               GO TO P100-FIM
           END-IF.

           PERFORM P133-ABRE-PRC-PENDENTE THRU P133-FIM.

           PERFORM P135-LE-CHECKPOINT THRU P135-FIM.

           PERFORM P134-ABRE-VASILHAME-MOV THRU P134-FIM.

           PERFORM P137-ABRE-CARGA-IMAGEM THRU P137-FIM.

           OPEN EXTEND AUDITORIA.
      *
       P100-FIM.
      *
       P101-LE-PARAMETROS.
      *
           MOVE "FATVARPR"             TO LPR-COD-PARAMETRO.
           MOVE WS-FATOR-VARIACAO      TO LPR-VLR-PADRAO.
           CALL "SCMP0919" USING REG-LE-PARAMETRO.
           MOVE LPR-VLR-PARAMETRO      TO WS-FATOR-VARIACAO.
      *
       P101-FIM.
      *
       P105-ABRE-REPORT.
      *
                   INTO WS-CMD-BACKUP.

           CALL "SYSTEM" USING WS-CMD-BACKUP.
      *
      *    MARCA NO JORNAL O PONTO EM QUE A COPIA FOI TIRADA
           MOVE "PRC-PRODUTO"           TO JOR-ARQUIVO.
           MOVE "B"                    TO JOR-OPERACAO.
           MOVE SPACES                 TO JOR-IMAGEM-ANTES
                                          JOR-IMAGEM-DEPOIS.
           STRING  "PRC-PRODUTO_"
                   WS-BKP-AAAA WS-BKP-MM WS-BKP-DD
                       DELIMITED BY SIZE
                   INTO JOR-IMAGEM-DEPOIS.
           PERFORM P890-GRAVA-JORNAL THRU P890-FIM.
      *
       P129-FIM.
      *
       P130-ABRE-PRC-PRODUTO.
      *
           IF FLAG-MODO-SIMULACAO THEN
               OPEN INPUT PRC-PRODUTO
               IF WS-FS-PRC-NAO-EXISTE THEN
                   OPEN OUTPUT PRC-PRODUTO
                   CLOSE PRC-PRODUTO
                   OPEN INPUT PRC-PRODUTO
               END-IF
           ELSE
               OPEN I-O PRC-PRODUTO
               IF WS-FS-PRC-NAO-EXISTE THEN
                   OPEN OUTPUT PRC-PRODUTO
               END-IF
           END-IF.

           IF NOT WS-FS-PRC-OK THEN
           END-IF.
      *
       P134-FIM.
      *
       P137-ABRE-CARGA-IMAGEM.
      *
      *    *========================================================*
      *    * UMA REEXECUCAO PELO CHECKPOINT CONTINUA A MESMA CARGA -
      *    * AS IMAGENS SEGUEM A PARTIR DA ULTIMA SEQUENCIA GRAVADA
      *    *========================================================*
           OPEN I-O CARGA-IMAGEM

           IF WS-FS-IMG-NAO-EXISTE THEN
               OPEN OUTPUT CARGA-IMAGEM
               CLOSE CARGA-IMAGEM
               OPEN I-O CARGA-IMAGEM
           END-IF.

           MOVE ZEROS                  TO WS-MAIOR-SEQ-IMAGEM.
           MOVE "N"                    TO WS-FIM-SCAN-IMAGEM.
           MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-IMG.
           MOVE ZEROS                  TO SEQ-IMAGEM.

           START CARGA-IMAGEM KEY IS NOT LESS THAN CHAVE-CARGA-IMAGEM
               INVALID KEY
                   SET FLAG-EOF-SCAN-IMAGEM    TO TRUE
           END-START.

           PERFORM UNTIL FLAG-EOF-SCAN-IMAGEM
               READ CARGA-IMAGEM NEXT RECORD
                   AT END
                       SET FLAG-EOF-SCAN-IMAGEM    TO TRUE
                   NOT AT END
                       IF ID-EXECUCAO-IMG NOT EQUAL
                                               WS-ID-EXECUCAO-NUM THEN
                           SET FLAG-EOF-SCAN-IMAGEM    TO TRUE
                       ELSE
                           MOVE SEQ-IMAGEM TO WS-MAIOR-SEQ-IMAGEM
                       END-IF
               END-READ
           END-PERFORM.
      *
       P137-FIM.
      *
       P135-LE-CHECKPOINT.
      *

               IF WS-CKP-ULTIMO-COD-PROD NOT EQUAL SPACES THEN
                   SET FLAG-MODO-SKIP       TO TRUE
                   IF FD-CKP-ID-EXECUCAO IS NUMERIC THEN
                       MOVE FD-CKP-ID-EXECUCAO TO WS-ID-EXECUCAO-CARGA
                   END-IF
               END-IF

               CLOSE CKP-PRC
               PERFORM P400-PROCESSA-CARGA THRU P400-FIM
                                           UNTIL FLAG-SAIR

               IF NOT FLAG-MODO-SIMULACAO THEN
                   PERFORM P430-LIMPA-CHECKPOINT THRU P430-FIM
               END-IF

               PERFORM P520-FINALIZA-RELATORIO THRU P520-FIM
           END-IF.
      *
                       PERFORM P421-DEFAULT-PROMO-CARGA
                                                   THRU P421-FIM
      *
                       PERFORM P433-DEFAULT-ORIGEM-CARGA
                                                   THRU P433-FIM
      *
                       PERFORM P423-NORMALIZA-DECIMAIS
                                                   THRU P423-FIM
                           ADD 1                TO WS-QTD-REG-PROCESSADO
                           SET FLAG-REGISTRO-OK TO  TRUE
                           MOVE "N"             TO WS-REGISTRO-BALANCA
                           MOVE "N"             TO WS-REGISTRO-KIT
                           MOVE 1          TO WS-QTD-EMBALAGEM-ALIAS
                           MOVE SPACES     TO WS-UND-MEDIDA-ANTERIOR
      *
                                                   THRU P410-FIM
      *
                           PERFORM P422-VALIDA-PROMO-CARGA THRU P422-FIM
      *
                           PERFORM P428-VALIDA-FORMA-PAGTO-CARGA
                                                   THRU P428-FIM
      *
                           PERFORM P429-VALIDA-TRIBUTOS-CARGA
                                                   THRU P429-FIM
      *
                           PERFORM P431-VALIDA-RATEIO-CARGA
                                                   THRU P431-FIM
      *
                           PERFORM P434-VALIDA-GONDOLA-CARGA
                                                   THRU P434-FIM
      *
                           IF FLAG-VLR-PROD-VALIDO
                               PERFORM P412-VALIDA-VARIACAO-PRECO
           MOVE ZEROS                  TO WS-QTD-PROMO-LEVE-CARGA.
           MOVE ZEROS                  TO WS-QTD-PROMO-PAGUE-CARGA.
           MOVE ZEROS                  TO WS-PCT-DESC-PROMO-CARGA.
           MOVE SPACES                 TO WS-FORMA-PAGTO-CARGA.
           MOVE SPACES                 TO WS-VLR-TRIBUTOS-CARGA.
           MOVE SPACES                 TO WS-RATEIO-CARGA(1)
                                          WS-RATEIO-CARGA(2)
                                          WS-RATEIO-CARGA(3).
           MOVE SPACES                 TO WS-ORIGEM-CARGA.
           MOVE SPACES                 TO WS-VLR-GONDOLA-CARGA.
      *
           UNSTRING FD-REGISTRO-CARGA-PRECO DELIMITED BY ";"
               INTO WS-COD-PROD-PRECO-CARGA
                    WS-QTD-PROMO-LEVE-CARGA
                    WS-QTD-PROMO-PAGUE-CARGA
                    WS-PCT-DESC-PROMO-CARGA
                    WS-FORMA-PAGTO-CARGA
                    WS-VLR-TRIBUTOS-CARGA
                    WS-CC-RATEIO-CARGA(1)
                    WS-PCT-RATEIO-CARGA(1)
                    WS-CC-RATEIO-CARGA(2)
                    WS-PCT-RATEIO-CARGA(2)
                    WS-CC-RATEIO-CARGA(3)
                    WS-PCT-RATEIO-CARGA(3)
                    WS-ORIGEM-CARGA
                    WS-VLR-GONDOLA-CARGA
           END-UNSTRING.
      *
       P404-FIM.
           MOVE ZEROS                      TO WS-QTD-PROMO-LEVE-CARGA.
           MOVE ZEROS                      TO WS-QTD-PROMO-PAGUE-CARGA.
           MOVE ZEROS                      TO WS-PCT-DESC-PROMO-CARGA.
           MOVE SPACES                     TO WS-FORMA-PAGTO-CARGA.
           MOVE SPACES                     TO WS-VLR-TRIBUTOS-CARGA.
           MOVE SPACES                     TO WS-RATEIO-CARGA(1)
                                              WS-RATEIO-CARGA(2)
                                              WS-RATEIO-CARGA(3).
           MOVE SPACES                     TO WS-ORIGEM-CARGA.
           MOVE SPACES                     TO WS-VLR-GONDOLA-CARGA.
      *
      *    O ITEM ESCANEADO ESTAVA FISICAMENTE NA PRATELEIRA PARA SER
      *    LIDO, LOGO O LEITOR SEMPRE INFORMA DISPONIBILIDADE.
       P418-FIM.
      *
      *========================================================*
      * A ORIGEM E O ULTIMO CAMPO, OPCIONAL, DOS LAYOUTS POSICIONAL
      * E CSV - SO O SCMP0305 A INFORMA (N = CUPOM NFC-E); AUSENTE,
      * EM BRANCO OU QUALQUER OUTRO VALOR, O PRECO E DE CARGA (C).
      *========================================================*
       P433-DEFAULT-ORIGEM-CARGA.
      *
           IF WS-ORIGEM-CARGA NOT EQUAL "N" THEN
               MOVE "C"                 TO WS-ORIGEM-CARGA
           END-IF.
      *
       P433-FIM.
      *
      *========================================================*
      * O INDICADOR DE DISPONIBILIDADE TAMBEM E OPCIONAL E ULTIMO
      * NOS LAYOUTS POSICIONAL E CSV - SE AUSENTE OU EM BRANCO,
      * ASSUME-SE QUE O PRODUTO ESTA DISPONIVEL NO MERCADO (S).
           END-IF.
      *
       P422-FIM.
      *
      *========================================================*
      * A FORMA DE PAGAMENTO TAMBEM E OPCIONAL E ULTIMA NOS
      * LAYOUTS POSICIONAL E CSV - SE AUSENTE OU EM BRANCO, FICA
      * NAO INFORMADA; INFORMADA, TEM DE SER C CREDITO, D DEBITO,
      * P PIX, M DINHEIRO OU V VALE-ALIMENTACAO/REFEICAO.
      *========================================================*
       P428-VALIDA-FORMA-PAGTO-CARGA.
      *
           IF WS-FORMA-PAGTO-CARGA EQUAL LOW-VALUES THEN
               MOVE SPACES              TO WS-FORMA-PAGTO-CARGA
           END-IF.
      *
           INSPECT WS-FORMA-PAGTO-CARGA CONVERTING "cdpmv" TO "CDPMV".
      *
           IF WS-FORMA-PAGTO-CARGA NOT EQUAL SPACES AND "C" AND "D"
                                   AND "P" AND "M" AND "V" THEN
               MOVE "FORMA DE PAGAMENTO INVALIDA."
                                        TO WS-LISTA-ERRO-REPORT
      *        *=========<< ERRO >>==========*
               SET FLAG-REGISTRO-COM-ERRO      TO TRUE
               PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *        *=============================*
           END-IF.
      *
       P428-FIM.
      *
      *========================================================*
      * OS TRIBUTOS APROXIMADOS DO ITEM (LEI 12.741) SAO O ULTIMO
      * CAMPO OPCIONAL - AUSENTES OU EM BRANCO, FICAM ZERADOS.
      * ACEITAM VIRGULA DECIMAL COMO O VALOR DO PRECO E NAO PODEM
      * SER MAIORES QUE O VALOR DO ITEM.
      *========================================================*
       P429-VALIDA-TRIBUTOS-CARGA.
      *
           MOVE ZEROS                  TO WS-VLR-TRIBUTOS-NUM.
      *
           IF WS-VLR-TRIBUTOS-CARGA EQUAL SPACES
              OR WS-VLR-TRIBUTOS-CARGA EQUAL LOW-VALUES THEN
               GO TO P429-FIM
           END-IF.
      *
           MOVE WS-VLR-TRIBUTOS-CARGA  TO WS-CONV-CAMPO.
           PERFORM P424-CONVERTE-CAMPO THRU P424-FIM.
      *
           EVALUATE TRUE
               WHEN FLAG-CONV-VALIDA
                   MOVE WS-CONV-RESULTADO      TO WS-VLR-TRIBUTOS-NUM
               WHEN WS-VLR-TRIBUTOS-CARGA NUMERIC
                   MOVE WS-VLR-TRIBUTOS-CARGA  TO WS-VLR-TRIBUTOS-NUM
               WHEN OTHER
                   MOVE "VALOR DE TRIBUTOS INVALIDO."
                                        TO WS-LISTA-ERRO-REPORT
      *            *=========<< ERRO >>==========*
                   SET FLAG-REGISTRO-COM-ERRO      TO TRUE
                   PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *            *=============================*
                   GO TO P429-FIM
           END-EVALUATE.
      *
           MOVE ZEROS                  TO WS-VLR-ITEM-CARGA.
           IF FLAG-VALOR-COM-DECIMAL THEN
               MOVE WS-VLR-DECIMAL-CARGA   TO WS-VLR-ITEM-CARGA
           ELSE
               IF WS-VALOR-PRECO-CARGA NUMERIC THEN
                   MOVE WS-VALOR-PRECO-CARGA   TO WS-VLR-ITEM-CARGA
               END-IF
           END-IF.
      *
           IF WS-VLR-TRIBUTOS-NUM > WS-VLR-ITEM-CARGA THEN
               MOVE "TRIBUTOS MAIORES QUE O VALOR DO ITEM."
                                        TO WS-LISTA-ERRO-REPORT
      *        *=========<< ERRO >>==========*
               SET FLAG-REGISTRO-COM-ERRO      TO TRUE
               PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *        *=============================*
           END-IF.
      *
       P429-FIM.
      *
      *========================================================*
      * O PRECO DE GONDOLA (ETIQUETA DA PRATELEIRA, POR UNIDADE
      * DE MEDIDA) E O ULTIMO CAMPO OPCIONAL - AUSENTE OU EM
      * BRANCO, FICA ZERADO E NAO HA CONFERENCIA DE COBRANCA.
      * ACEITA VIRGULA DECIMAL COMO O VALOR DO PRECO.
      *========================================================*
       P434-VALIDA-GONDOLA-CARGA.
      *
           MOVE ZEROS                  TO WS-VLR-GONDOLA-NUM.
      *
           IF WS-VLR-GONDOLA-CARGA EQUAL SPACES
              OR WS-VLR-GONDOLA-CARGA EQUAL LOW-VALUES THEN
               GO TO P434-FIM
           END-IF.
      *
           MOVE WS-VLR-GONDOLA-CARGA   TO WS-CONV-CAMPO.
           PERFORM P424-CONVERTE-CAMPO THRU P424-FIM.
      *
           EVALUATE TRUE
               WHEN FLAG-CONV-VALIDA
                   MOVE WS-CONV-RESULTADO      TO WS-VLR-GONDOLA-NUM
               WHEN WS-VLR-GONDOLA-CARGA NUMERIC
                   MOVE WS-VLR-GONDOLA-CARGA   TO WS-VLR-GONDOLA-NUM
               WHEN OTHER
                   MOVE "PRECO DE GONDOLA INVALIDO."
                                        TO WS-LISTA-ERRO-REPORT
      *            *=========<< ERRO >>==========*
                   SET FLAG-REGISTRO-COM-ERRO      TO TRUE
                   PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *            *=============================*
           END-EVALUATE.
      *
       P434-FIM.
      *
      *========================================================*
      * RATEIO POR CENTRO DE CUSTO - ATE 3 PARES CENTRO/PERCEN-
      * TUAL, OPCIONAIS E ULTIMOS NOS LAYOUTS POSICIONAL E CSV.
      * O PERCENTUAL VEM COMO ESCRITO (50 OU 33,33). SEM RATEIO,
      * O SCMP0906 DEVOLVE O CENTRO PADRAO DO TIPO DO PRODUTO;
      * O RESULTADO FICA EM WS-LKS-AREA-RATEIO PARA A GRAVACAO.
      *========================================================*
       P431-VALIDA-RATEIO-CARGA.
      *
           MOVE SPACES                 TO WS-LKS-AREA-RATEIO.
           MOVE WS-COD-PROD-PRECO-CARGA TO WS-LKS-PRODUTO-RATEIO.
           SET FLAG-PCT-RATEIO-VALIDO  TO TRUE.
      *
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               IF WS-CC-RATEIO-CARGA(WS-IND-RATEIO) NOT EQUAL
                                                       LOW-VALUES THEN
                   MOVE WS-CC-RATEIO-CARGA(WS-IND-RATEIO)
                                   TO WS-LKS-CC-RATEIO(WS-IND-RATEIO)
               END-IF
               MOVE ZEROS          TO WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
               IF WS-PCT-RATEIO-CARGA(WS-IND-RATEIO) NOT EQUAL SPACES
                  AND WS-PCT-RATEIO-CARGA(WS-IND-RATEIO) NOT EQUAL
                                                       LOW-VALUES THEN
                   PERFORM P432-CONVERTE-PCT-RATEIO THRU P432-FIM
               END-IF
           END-PERFORM.
      *
           IF NOT FLAG-PCT-RATEIO-VALIDO THEN
               MOVE "PERCENTUAL DO RATEIO DE CENTRO DE CUSTO INVALIDO."
                                        TO WS-LISTA-ERRO-REPORT
      *        *=========<< ERRO >>==========*
               SET FLAG-REGISTRO-COM-ERRO      TO TRUE
               PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *        *=============================*
               GO TO P431-FIM
           END-IF.
      *
           CALL "SCMP0906" USING WS-LKS-AREA-RATEIO.
      *
           EVALUATE WS-LKS-RETORNO-RATEIO
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   MOVE "CENTRO DE CUSTO DO RATEIO NAO CADASTRADO."
                                        TO WS-LISTA-ERRO-REPORT
      *            *=========<< ERRO >>==========*
                   SET FLAG-REGISTRO-COM-ERRO      TO TRUE
                   PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *            *=============================*
               WHEN 2
                   MOVE "RATEIO DE CENTRO DE CUSTO NAO SOMA 100%."
                                        TO WS-LISTA-ERRO-REPORT
      *            *=========<< ERRO >>==========*
                   SET FLAG-REGISTRO-COM-ERRO      TO TRUE
                   PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *            *=============================*
               WHEN OTHER
                   MOVE "RATEIO DE CENTRO DE CUSTO INVALIDO."
                                        TO WS-LISTA-ERRO-REPORT
      *            *=========<< ERRO >>==========*
                   SET FLAG-REGISTRO-COM-ERRO      TO TRUE
                   PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *            *=============================*
           END-EVALUATE.
      *
       P431-FIM.
      *
       P432-CONVERTE-PCT-RATEIO.
      *
      *    SEM VIRGULA O PERCENTUAL E INTEIRO - A VIRGULA ACRESCEN-
      *    TADA DEIXA O P424 TRATAR OS DOIS CASOS DO MESMO JEITO
           MOVE ZEROS                  TO WS-QTD-VIRG-RATEIO.
           INSPECT WS-PCT-RATEIO-CARGA(WS-IND-RATEIO)
                       TALLYING WS-QTD-VIRG-RATEIO FOR ALL ",".
      *
           MOVE SPACES                 TO WS-CONV-CAMPO.
           IF WS-QTD-VIRG-RATEIO EQUAL ZEROS THEN
               STRING WS-PCT-RATEIO-CARGA(WS-IND-RATEIO)
                                           DELIMITED BY SPACE
                      ","                  DELIMITED BY SIZE
                                           INTO WS-CONV-CAMPO
           ELSE
               MOVE WS-PCT-RATEIO-CARGA(WS-IND-RATEIO)
                                           TO WS-CONV-CAMPO
           END-IF.
      *
           PERFORM P424-CONVERTE-CAMPO THRU P424-FIM.
      *
           IF FLAG-CONV-VALIDA AND WS-CONV-RESULTADO NOT > 100 THEN
               MOVE WS-CONV-RESULTADO
                               TO WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
           ELSE
               MOVE "N"                TO WS-PCT-RATEIO-VALIDO
           END-IF.
      *
       P432-FIM.
      *
       P423-NORMALIZA-DECIMAIS.
      *
               END-READ
           END-IF.

      *    *========================================================*
      *    * CODIGO DE KIT/COMBO (SCMP0271) NAO PRECISA ESTAR NO
      *    * CADASTRO DE PRODUTOS - O PRECO E GRAVADO NOS COMPONENTES
      *    * (P436). A COMPOSICAO SO E RELIDA NA TROCA DE CODIGO.
      *    *========================================================*
           IF WS-COD-PROD-PRECO-CARGA NOT EQUAL SPACES
              AND WS-COD-PROD-PRECO-CARGA NOT EQUAL WS-LKS-COD-KIT THEN
               MOVE "C"                    TO WS-LKS-FUNCAO-KIT
               MOVE WS-COD-PROD-PRECO-CARGA TO WS-LKS-COD-KIT
               CALL "SCMP0912" USING WS-LKS-AREA-KIT
           END-IF.

           IF WS-COD-PROD-PRECO-CARGA NOT EQUAL SPACES
              AND WS-COD-PROD-PRECO-CARGA EQUAL WS-LKS-COD-KIT
              AND WS-LKS-RETORNO-KIT EQUAL ZERO THEN
               SET FLAG-REGISTRO-KIT           TO TRUE
               SET FLAG-PRODUTO-VALIDO         TO TRUE
               GO TO P405-FIM
           END-IF.

      *    COM A ENTRADA ORDENADA, O MESMO PRODUTO CHEGA EM
      *    SEQUENCIA - A VALIDACAO COMPLETA SO RODA NA TROCA DE
      *    CODIGO (O REGISTRO DO PRODUTO CONTINUA NO BUFFER)
               END-READ
           END-PERFORM.

           IF FLAG-MODO-SIMULACAO AND NOT FLAG-ACHOU-DUPLICATA THEN
               PERFORM P439-VERIFICA-DUP-SIMULADO THRU P439-FIM
           END-IF.

           IF FLAG-ACHOU-DUPLICATA THEN
      *        *=========<< PENDENTE DE APROVACAO >>==========*
               SET FLAG-REGISTRO-PENDENTE      TO TRUE
      *    * REGISTRO SENDO CARREGADO, NAO O ULTIMO DO ARQUIVO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-VLR-PRECO-ANTERIOR.
           MOVE ZEROS                  TO WS-QTD-PRECO-ANTERIOR.
           MOVE ZEROS                  TO WS-DATA-COMPARA-ACHADA.
           MOVE WS-ANO-PRECO            TO WS-DCA-ANO.
           MOVE WS-MES-PRECO            TO WS-DCA-MES.
                                           TO WS-DATA-COMPARA-ACHADA
                                   MOVE VLR-PRECO
                                           TO WS-VLR-PRECO-ANTERIOR
                                   MOVE QTD-COMPRA
                                           TO WS-QTD-PRECO-ANTERIOR
                                   MOVE UND-MEDIDA
                                           TO WS-UND-MEDIDA-ANTERIOR
                               END-IF
      *
       P507-GRAVA-PENDENTE-CARGA.
      *
      *    NA SIMULACAO O REGISTRO SO APARECE COMO PENDENTE NO
      *    RELATORIO
           IF FLAG-MODO-SIMULACAO THEN
               GO TO P507-FIM
           END-IF.

           PERFORM P416-PROXIMA-SEQ-PENDENTE THRU P416-FIM.

           ADD 1 TO WS-MAIOR-SEQ-PENDENTE GIVING SEQ-PENDENTE.
      *    A CARGA NAO TRAZ CANAL NEM TAXA DE ENTREGA - ASSUME LOJA
           MOVE "L"                    TO CANAL-COMPRA-PEND.
           MOVE ZEROS                  TO VLR-TAXA-ENTREGA-PEND.
           MOVE WS-FORMA-PAGTO-CARGA   TO FORMA-PAGTO-PEND.
           MOVE WS-VLR-TRIBUTOS-NUM    TO VLR-TRIBUTOS-PEND.
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-LKS-CC-RATEIO(WS-IND-RATEIO)
                       TO FK-COD-CENTRO-CUSTO-PEND(WS-IND-RATEIO)
               MOVE WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
                       TO PCT-RATEIO-CUSTO-PEND(WS-IND-RATEIO)
           END-PERFORM.
           MOVE WS-ORIGEM-CARGA        TO ORIGEM-CAPTURA-PEND.
           MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-CAPTURA-PEND.
           MOVE WS-VLR-GONDOLA-NUM     TO VLR-PRECO-GONDOLA-PEND.

      *    O SCAN DE SEQUENCIA (P416) DEIXA NO BUFFER O ULTIMO
      *    REGISTRO LIDO - INCLUSIVE REJEITADOS, QUE FICAM NO
      *
           MOVE WS-VLR-VASILHAME-CARGA             TO WS-VLR-VASILHAME.
           MOVE WS-IND-DISPONIVEL-CARGA            TO WS-IND-DISPONIVEL.
           MOVE WS-FORMA-PAGTO-CARGA               TO WS-FORMA-PAGTO.
           MOVE WS-VLR-TRIBUTOS-NUM                TO WS-VLR-TRIBUTOS.
      *
           IF FLAG-MODO-SIMULACAO THEN
               PERFORM P438-REGISTRA-SIMULADO THRU P438-FIM
           END-IF.
      *
           IF FLAG-REGISTRO-KIT THEN
               PERFORM P436-EXPLODE-KIT THRU P436-FIM
               GO TO P420-FIM
           END-IF.
      *
           PERFORM P437-GRAVA-REGISTRO-PRECO THRU P437-FIM.
      *
       P420-FIM.
      *
       P437-GRAVA-REGISTRO-PRECO.
      *
      *    *===================================================*
      *    * A MECANICA DE PROMOCAO E O PRECO EFETIVO JA FORAM
      *    A CARGA NAO TRAZ CANAL NEM TAXA DE ENTREGA - ASSUME LOJA
           MOVE "L"                                TO CANAL-COMPRA.
           MOVE ZEROS                              TO VLR-TAXA-ENTREGA.
           MOVE WS-FORMA-PAGTO                     TO FORMA-PAGTO.
           MOVE WS-VLR-TRIBUTOS                    TO VLR-TRIBUTOS.
      *    RATEIO JA CONFERIDO E COMPLETADO EM P431
           PERFORM VARYING WS-IND-RATEIO FROM 1 BY 1
                   UNTIL WS-IND-RATEIO > 3
               MOVE WS-LKS-CC-RATEIO(WS-IND-RATEIO)
                       TO FK-COD-CENTRO-CUSTO(WS-IND-RATEIO)
               MOVE WS-LKS-PCT-RATEIO(WS-IND-RATEIO)
                       TO PCT-RATEIO-CUSTO(WS-IND-RATEIO)
           END-PERFORM.
           MOVE WS-ORIGEM-CARGA                    TO ORIGEM-CAPTURA.
           MOVE WS-ID-EXECUCAO-NUM             TO ID-EXECUCAO-CAPTURA.
           MOVE ZEROS                              TO QTD-CORRECOES.
           MOVE WS-VLR-GONDOLA-NUM                 TO VLR-PRECO-GONDOLA.

           IF FLAG-MODO-SIMULACAO THEN
               GO TO P437-FIM
           END-IF.

           WRITE   REG-PRECO-PRODUTO.

               PERFORM P500-GRAVA-RPT-ERRO THRU P500-FIM
      *        *=============================*
           ELSE
      *        COMPONENTE DE KIT: CHECKPOINT SO NO FIM DA LINHA (P436)
               IF FLAG-GRAVANDO-KIT
                   ADD 1                TO WS-QTD-COMP-GRAVADOS
               ELSE
                   PERFORM P425-GRAVA-CHECKPOINT THRU P425-FIM
               END-IF
               MOVE SPACES              TO AUD-VALOR-ANTERIOR
               MOVE WS-VLR-PRECO        TO AUD-VALOR-NOVO
               MOVE WS-FK-COD-PRODUTO   TO AUD-CHAVE
               MOVE "I"                 TO AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               MOVE "PRC-PRODUTO"       TO JOR-ARQUIVO
               MOVE "I"                 TO JOR-OPERACAO
               MOVE SPACES              TO JOR-IMAGEM-ANTES
               MOVE REG-PRECO-PRODUTO   TO JOR-IMAGEM-DEPOIS
               PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               PERFORM P810-DEPOSITO-VASILHAME THRU P810-FIM
               PERFORM P830-GRAVA-IMAGEM THRU P830-FIM
               PERFORM P820-DEBITA-VALE THRU P820-FIM
               PERFORM P840-REGISTRA-COBRANCA THRU P840-FIM
           END-IF.
      *
       P437-FIM.
      *
       P436-EXPLODE-KIT.
      *
      *    *========================================================*
      *    * KIT/COMBO: O VALOR PAGO PELO KIT E RATEADO ENTRE OS
      *    * COMPONENTES PELO ULTIMO PRECO UNITARIO DE CADA UM
      *    * ANTERIOR A DATA DO REGISTRO (SCMP0912; SEM PRECO
      *    * CONHECIDO O RATEIO E PELA QUANTIDADE) E CADA COMPONENTE
      *    * GANHA O SEU PROPRIO PRECO, COM A QUANTIDADE DO KIT
      *    * MULTIPLICADA PELA DA COMPOSICAO. PRECO EFETIVO E
      *    * TRIBUTOS SEGUEM A MESMA PROPORCAO; O VASILHAME FICA NO
      *    * PRIMEIRO COMPONENTE E A GONDOLA, QUE E DO KIT, NAO E
      *    * CONFERIDA NOS COMPONENTES.
      *    *========================================================*
           MOVE WS-VLR-PRECO           TO WS-VLR-PRECO-KIT.
           MOVE WS-QTD-COMPRA          TO WS-QTD-COMPRA-KIT.
           MOVE WS-VLR-PRECO-EFETIVO   TO WS-VLR-EFETIVO-KIT.
           MOVE WS-VLR-TRIBUTOS        TO WS-VLR-TRIBUTOS-KIT.
           MOVE WS-VLR-VASILHAME       TO WS-VLR-VASILHAME-KIT.
           MOVE ZEROS                  TO WS-VLR-GONDOLA-NUM.

           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               PERFORM P413-BUSCA-PRECO-ANTERIOR THRU P413-FIM
               IF WS-QTD-PRECO-ANTERIOR > ZEROS
                   COMPUTE WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
                       ROUNDED = WS-VLR-PRECO-ANTERIOR
                               / WS-QTD-PRECO-ANTERIOR
               ELSE
                   MOVE WS-VLR-PRECO-ANTERIOR
                       TO WS-LKS-VLR-ULT-UNIT-KIT(WS-IND-COMP-KIT)
               END-IF
           END-PERFORM.

           MOVE "R"                    TO WS-LKS-FUNCAO-KIT.
           MOVE WS-VLR-PRECO-KIT       TO WS-LKS-VLR-KIT.
           CALL "SCMP0912" USING WS-LKS-AREA-KIT.

           MOVE ZEROS                  TO WS-QTD-COMP-GRAVADOS.
           SET FLAG-GRAVANDO-KIT       TO TRUE.

           PERFORM VARYING WS-IND-COMP-KIT FROM 1 BY 1
                   UNTIL WS-IND-COMP-KIT > WS-LKS-QTDE-COMPS-KIT
                      OR FLAG-REGISTRO-COM-ERRO
               MOVE WS-LKS-COD-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-FK-COD-PRODUTO
               PERFORM P415-PROXIMA-SEQ-PRECO THRU P415-FIM
               ADD 1 TO WS-MAIOR-SEQ-PRECO GIVING WS-SEQ-PRECO
               MOVE WS-LKS-VLR-RATEADO-KIT(WS-IND-COMP-KIT)
                                       TO WS-VLR-PRECO
               COMPUTE WS-QTD-COMPRA ROUNDED = WS-QTD-COMPRA-KIT
                   * WS-LKS-QTD-COMP-KIT(WS-IND-COMP-KIT)
               MOVE WS-LKS-UND-COMP-KIT(WS-IND-COMP-KIT)
                                       TO WS-UND-MEDIDA
               IF WS-VLR-PRECO-KIT > ZEROS
                   COMPUTE WS-VLR-PRECO-EFETIVO ROUNDED =
                       WS-VLR-EFETIVO-KIT * WS-VLR-PRECO
                                          / WS-VLR-PRECO-KIT
                   COMPUTE WS-VLR-TRIBUTOS ROUNDED =
                       WS-VLR-TRIBUTOS-KIT * WS-VLR-PRECO
                                           / WS-VLR-PRECO-KIT
               ELSE
                   MOVE ZEROS          TO WS-VLR-PRECO-EFETIVO
                   MOVE ZEROS          TO WS-VLR-TRIBUTOS
               END-IF
               IF WS-IND-COMP-KIT EQUAL 1
                   MOVE WS-VLR-VASILHAME-KIT TO WS-VLR-VASILHAME
               ELSE
                   MOVE ZEROS          TO WS-VLR-VASILHAME
               END-IF
               PERFORM P437-GRAVA-REGISTRO-PRECO THRU P437-FIM
           END-PERFORM.

           MOVE "N"                    TO WS-GRAVANDO-KIT.

      *    *========================================================*
      *    * O CHECKPOINT GUARDA A LINHA DO KIT: SO DEPOIS DE GRAVADOS
      *    * OS COMPONENTES, SENAO O REINICIO (P135) PULARIA A LINHA
      *    * E PERDERIA OS QUE FALTAVAM. COMPONENTE COM ERRO JA SAIU
      *    * NO RELATORIO; OS GRAVADOS NAO PODEM SER REPETIDOS.
      *    *========================================================*
           IF WS-QTD-COMP-GRAVADOS > ZEROS THEN
               PERFORM P425-GRAVA-CHECKPOINT THRU P425-FIM
           END-IF.

      *    O RELATORIO DA LINHA CONTINUA MOSTRANDO O KIT
           MOVE WS-COD-PROD-PRECO-CARGA TO WS-FK-COD-PRODUTO.
           MOVE WS-VLR-PRECO-KIT       TO WS-VLR-PRECO.
           MOVE WS-QTD-COMPRA-KIT      TO WS-QTD-COMPRA.

           IF NOT FLAG-REGISTRO-COM-ERRO THEN
               MOVE WS-LKS-QTDE-COMPS-KIT TO WS-ED-QTD-COMP-KIT
               MOVE SPACES             TO WS-LISTA-AVISO-REPORT
               EVALUATE TRUE
                   WHEN FLAG-MODO-SIMULACAO
                       STRING "SIMULACAO: KIT SERIA GRAVADO EM "
                              WS-ED-QTD-COMP-KIT " COMPONENTES."
                                       DELIMITED BY SIZE
                                       INTO WS-LISTA-AVISO-REPORT
                   WHEN WS-LKS-CRITERIO-KIT EQUAL "P"
                       STRING "KIT GRAVADO EM " WS-ED-QTD-COMP-KIT
                          " COMPONENTES - RATEIO PELO ULTIMO PRECO."
                                       DELIMITED BY SIZE
                                       INTO WS-LISTA-AVISO-REPORT
                   WHEN OTHER
                       STRING "KIT GRAVADO EM " WS-ED-QTD-COMP-KIT
                          " COMPONENTES - RATEIO PELA QUANTIDADE."
                                       DELIMITED BY SIZE
                                       INTO WS-LISTA-AVISO-REPORT
               END-EVALUATE
               WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
           END-IF.
      *
       P436-FIM.
      *
       P438-REGISTRA-SIMULADO.
      *
      *    *========================================================*
      *    * GUARDA O PRECO QUE SERIA INCLUIDO. A CARGA CHEGA
      *    * ORDENADA POR PRODUTO, ENTAO A TABELA SO PRECISA DOS
      *    * PRECOS DO PRODUTO CORRENTE.
      *    *========================================================*
           IF WS-COD-PROD-PRECO-CARGA NOT EQUAL WS-SIM-PRODUTO THEN
               MOVE WS-COD-PROD-PRECO-CARGA TO WS-SIM-PRODUTO
               MOVE ZEROS              TO WS-QTD-SIMULADOS
           END-IF.

           IF WS-QTD-SIMULADOS < 200 THEN
               ADD 1                   TO WS-QTD-SIMULADOS
               MOVE WS-DATA-PRECO-CARGA
                           TO WS-TAB-SIM-DATA(WS-QTD-SIMULADOS)
               MOVE WS-COD-MERCADO-CARGA
                           TO WS-TAB-SIM-MERCADO(WS-QTD-SIMULADOS)
               MOVE WS-VLR-PRECO-ATUAL
                           TO WS-TAB-SIM-VALOR(WS-QTD-SIMULADOS)
           END-IF.
      *
       P438-FIM.
      *
       P439-VERIFICA-DUP-SIMULADO.
      *
           IF WS-COD-PROD-PRECO-CARGA NOT EQUAL WS-SIM-PRODUTO THEN
               GO TO P439-FIM
           END-IF.

           PERFORM VARYING WS-IND-SIM FROM 1 BY 1
                   UNTIL WS-IND-SIM > WS-QTD-SIMULADOS
                      OR FLAG-ACHOU-DUPLICATA
               IF WS-TAB-SIM-DATA(WS-IND-SIM) EQUAL
                                           WS-DATA-PRECO-CARGA
                  AND WS-TAB-SIM-MERCADO(WS-IND-SIM) EQUAL
                                           WS-COD-MERCADO-CARGA
                  AND WS-TAB-SIM-VALOR(WS-IND-SIM) EQUAL
                                           WS-VLR-PRECO-ATUAL
                   SET FLAG-ACHOU-DUPLICATA    TO TRUE
               END-IF
           END-PERFORM.
      *
       P439-FIM.
      *
       P800-GRAVA-AUDITORIA.
      *
           MOVE "SCMP0300"         TO AUD-PROGRAMA.
           MOVE "PRC-PRODUTO"      TO AUD-ARQUIVO.
      *
           CALL "SCMP0907" USING REG-AUDITORIA.
           WRITE REG-AUDITORIA.
      *
       P800-FIM.
      *    * DE VASILHAMES - A DEVOLUCAO DO CASCO (SCMP0875) BAIXA O
      *    * SALDO, CONSULTAVEL NO RELATORIO SCMP0876.
      *    *========================================================*
           MOVE ZEROS                      TO WS-SEQ-VASILHAME-GRAVADO.

           IF WS-VLR-VASILHAME > ZEROS THEN
               PERFORM P815-PROXIMA-SEQ-VASILHAME THRU P815-FIM

               ADD 1 TO WS-MAIOR-SEQ-VASILHAME
                                           GIVING SEQ-VASILHAME-MOV

               MOVE WS-FK-COD-PRODUTO      TO COD-PRODUTO-VAS
               MOVE WS-FK-COD-MERCADO      TO FK-COD-MERCADO-VAS
               ACCEPT DATA-MOV-VAS         FROM DATE YYYYMMDD
               SET MOV-VAS-DEPOSITO        TO TRUE
               MOVE LK-OPERADOR-ID         TO OPERADOR-MOV-VAS

               WRITE REG-VASILHAME-MOV
               IF WS-FS-VAS-OK THEN
                   MOVE SEQ-VASILHAME-MOV  TO WS-SEQ-VASILHAME-GRAVADO
                   MOVE "VASILHAME-MOV"     TO JOR-ARQUIVO
                   MOVE "I"                 TO JOR-OPERACAO
                   MOVE SPACES              TO JOR-IMAGEM-ANTES
                   MOVE REG-VASILHAME-MOV   TO JOR-IMAGEM-DEPOIS
                   PERFORM P890-GRAVA-JORNAL THRU P890-FIM
               END-IF
           END-IF.
      *
       P810-FIM.
           END-IF.
      *
       P815-FIM.
      *
       P830-GRAVA-IMAGEM.
      *
      *    *========================================================*
      *    * A CARGA SO INCLUI PRECOS (A SEQUENCIA E SEMPRE NOVA) -
      *    * A IMAGEM GUARDA A CHAVE E O DEPOSITO DE VASILHAME PARA O
      *    * DESFAZER DA EXECUCAO (SCMP0335)
      *    *========================================================*
           ADD 1                       TO WS-MAIOR-SEQ-IMAGEM.

           MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-IMG.
           MOVE WS-MAIOR-SEQ-IMAGEM    TO SEQ-IMAGEM.
           SET IMAGEM-INCLUSAO         TO TRUE.
           MOVE CHAVE-PRECO-PRODUTO    TO CHAVE-PRECO-IMG.
           MOVE WS-SEQ-VASILHAME-GRAVADO TO SEQ-VASILHAME-IMG.
           ACCEPT DATA-IMAGEM          FROM DATE YYYYMMDD.
           ACCEPT HORA-IMAGEM          FROM TIME.
           SET IMAGEM-ATIVA            TO TRUE.
           MOVE SPACES                 TO OPERADOR-DESFAZ-IMG.
           MOVE ZEROS                  TO DATA-DESFAZ-IMG.
           MOVE SPACES                 TO IMAGEM-ANTERIOR.

           WRITE REG-CARGA-IMAGEM.

           IF NOT WS-FS-IMG-OK THEN
               MOVE "IMAGEM PARA DESFAZER A CARGA NAO GRAVADA."
                                       TO WS-LISTA-AVISO-REPORT
               WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
           END-IF.
      *
       P830-FIM.
      *
       P820-DEBITA-VALE.
      *
      *    *========================================================*
      *    * PRECO PAGO COM VALE DEBITA O RAZAO DO VALE (SCMP0904)
      *    * PELO PRECO EFETIVO. A CARGA NAO PARA POR FALTA DE SALDO,
      *    * MAS O RELATORIO AVISA QUANDO O SALDO FICA NEGATIVO.
      *    *========================================================*
           IF WS-FORMA-PAGTO NOT EQUAL "V" THEN
               GO TO P820-FIM
           END-IF.

           MOVE "L"                    TO WS-LKS-FUNCAO-VALE.
           MOVE "D"                    TO WS-LKS-TIPO-MOV-VALE.
           COMPUTE WS-LKS-DATA-MOV-VALE = WS-ANO-PRECO * 10000
                                        + WS-MES-PRECO * 100
                                        + WS-DIA-PRECO.
           IF WS-VLR-PRECO-EFETIVO > ZEROS THEN
               MOVE WS-VLR-PRECO-EFETIVO   TO WS-LKS-VALOR-VALE
           ELSE
               MOVE WS-VLR-PRECO           TO WS-LKS-VALOR-VALE
           END-IF.
           MOVE WS-FK-COD-PRODUTO      TO WS-LKS-PRODUTO-VALE.
           MOVE WS-FK-COD-MERCADO      TO WS-LKS-MERCADO-VALE.
           MOVE "COMPRA PAGA COM VALE - CARGA" TO WS-LKS-HISTORICO-VALE.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-VALE.

           CALL "SCMP0904" USING WS-LKS-AREA-VALE.

           EVALUATE TRUE
               WHEN WS-LKS-RETORNO-VALE NOT EQUAL ZERO
                   MOVE "DEBITO NAO LANCADO NO RAZAO DO VALE."
                                       TO WS-LISTA-AVISO-REPORT
                   WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
               WHEN WS-LKS-SALDO-VALE < ZEROS
                   MOVE "COMPRA NO VALE EXCEDE O SALDO."
                                       TO WS-LISTA-AVISO-REPORT
                   WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
           END-EVALUATE.
      *
       P820-FIM.
      *
       P840-REGISTRA-COBRANCA.
      *
      *    *========================================================*
      *    * PRECO COBRADO ACIMA DA ETIQUETA DA GONDOLA FICA
      *    * REGISTRADO COM A DIFERENCA (SCMP0911) E SAI COMO AVISO
      *    * NO RELATORIO - A CARGA NAO PARA POR ISSO.
      *    *========================================================*
           IF VLR-PRECO-GONDOLA NOT > ZEROS THEN
               GO TO P840-FIM
           END-IF.

           MOVE "G"                    TO WS-LKS-FUNCAO-COBR.
           MOVE CHAVE-PRECO-PRODUTO    TO WS-LKS-CHAVE-PRECO-COBR.
           MOVE FK-COD-MERCADO         TO WS-LKS-MERCADO-COBR.
           MOVE QTD-COMPRA             TO WS-LKS-QTD-COMPRA-COBR.
           MOVE VLR-PRECO              TO WS-LKS-VLR-COBRADO-COBR.
           MOVE VLR-PRECO-GONDOLA      TO WS-LKS-VLR-GONDOLA-COBR.
           MOVE "SCMP0300"             TO WS-LKS-PROGRAMA-COBR.
           MOVE LK-OPERADOR-ID         TO WS-LKS-OPERADOR-COBR.

           CALL "SCMP0911" USING WS-LKS-AREA-COBRANCA.

           EVALUATE WS-LKS-RETORNO-COBR
               WHEN 0
                   MOVE WS-LKS-DIFERENCA-COBR TO WS-ED-DIFERENCA-COBR
                   MOVE SPACES         TO WS-LISTA-AVISO-REPORT
                   STRING "COBRADO ACIMA DA GONDOLA EM R$ "
                          WS-ED-DIFERENCA-COBR
                          " - REGISTRADO."
                                       DELIMITED BY SIZE
                                       INTO WS-LISTA-AVISO-REPORT
                   WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
               WHEN 1
                   MOVE "COBRANCA ACIMA DA GONDOLA NAO REGISTRADA."
                                       TO WS-LISTA-AVISO-REPORT
                   WRITE FD-REG-REPORT FROM WS-LST-DET-AVISO
           END-EVALUATE.
      *
       P840-FIM.
      *
       P425-GRAVA-CHECKPOINT.
      *
           OPEN OUTPUT CKP-PRC.
           MOVE WS-COD-PROD-PRECO-CARGA    TO FD-CKP-COD-PROD-PRECO.
           MOVE WS-DATA-PRECO-CARGA        TO FD-CKP-DATA-PRECO.
           MOVE WS-ID-EXECUCAO-CARGA       TO FD-CKP-ID-EXECUCAO.
           WRITE FD-REGISTRO-CHECKPOINT-PRECO.
           CLOSE CKP-PRC.
      *
           MOVE WS-QTD-PROMO-LEVE-CARGA   TO FD-QTD-PROMO-LEVE-SUSPENSO.
           MOVE WS-QTD-PROMO-PAGUE-CARGA  TO FD-QTD-PROMO-PAGUE-SUSPENSO.
           MOVE WS-PCT-DESC-PROMO-CARGA   TO FD-PCT-DESC-PROMO-SUSPENSO.
           MOVE WS-FORMA-PAGTO-CARGA      TO FD-FORMA-PAGTO-SUSPENSO.
           MOVE WS-VLR-TRIBUTOS-CARGA     TO FD-VLR-TRIBUTOS-SUSPENSO.
           MOVE WS-RATEIO-CARGA(1)        TO FD-RATEIO-SUSPENSO(1).
           MOVE WS-RATEIO-CARGA(2)        TO FD-RATEIO-SUSPENSO(2).
           MOVE WS-RATEIO-CARGA(3)        TO FD-RATEIO-SUSPENSO(3).
           MOVE WS-ORIGEM-CARGA           TO FD-ORIGEM-SUSPENSO.
           MOVE WS-ID-EXECUCAO-CARGA      TO FD-ID-EXECUCAO-SUSPENSO.
           MOVE WS-VLR-GONDOLA-CARGA      TO FD-VLR-GONDOLA-SUSPENSO.
           MOVE WS-LISTA-ERRO-REPORT      TO FD-MOTIVO-SUSPENSO.

           ADD 1                          TO WS-QTD-SUSPENSOS.
           IF NOT FLAG-MODO-SIMULACAO THEN
               WRITE FD-REGISTRO-SUSPENSO-PRECO
           END-IF.

           PERFORM P508-REGISTRA-MOTIVO-DIGEST THRU P508-FIM.
      *
      *
           IF FLAG-REGISTRO-OK
               ADD 1                       TO WS-LISTA-QTD-GRV
               IF FLAG-MODO-SIMULACAO
                   WRITE FD-REG-REPORT   FROM WS-LST-DET-SIMULADO
               ELSE
                   WRITE FD-REG-REPORT   FROM WS-LST-DET-OK
               END-IF
           ELSE
               IF FLAG-REGISTRO-PENDENTE
                   ADD 1                   TO WS-LISTA-QTD-PEND
                                           WS-LISTA-QTD-PEND
                                           WS-LISTA-QTD-TOT
                                           WS-QTD-REG-ESPERADO
                                           WS-QTD-REG-PROCESSADO
                                           WS-QTD-SUSPENSOS.
           MOVE SPACES                 TO  WS-VALIDA-TRAILER.
      *
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-LINHA.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-1.
           IF FLAG-MODO-SIMULACAO THEN
               WRITE FD-REG-REPORT FROM WS-LST-CAB-SIMULACAO
           END-IF.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-LINHA.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-2.
           WRITE FD-REG-REPORT    FROM WS-LST-CAB-3.
               WRITE FD-REG-REPORT     FROM    WS-LST-FINAL-GRAVADOS
               WRITE FD-REG-REPORT     FROM    WS-LST-FINAL-TOTAL
           END-IF.
      *
           MOVE WS-ID-EXECUCAO-NUM     TO WS-LISTA-ID-EXECUCAO.
           WRITE FD-REG-REPORT         FROM    WS-LST-FINAL-EXECUCAO.
      *
           IF NOT FLAG-TRAILER-RECEBIDO THEN
               WRITE FD-REG-REPORT     FROM    WS-LST-FINAL-SEM-TRAILER
                   WRITE FD-REG-REPORT FROM    WS-LST-FINAL-DIVERGENCIA
               END-IF
           END-IF.
      *
           IF FLAG-MODO-SIMULACAO THEN
               MOVE WS-QTD-SUSPENSOS       TO WS-LISTA-QTD-SUSP
               WRITE FD-REG-REPORT FROM    WS-LST-FINAL-SUSPENSOS
               WRITE FD-REG-REPORT FROM    WS-LST-CAB-SIMULACAO
           END-IF.
      *
           PERFORM P525-IMPRIME-DIGEST THRU P525-FIM.
      *
           END-PERFORM.
      *
       P526-FIM.
      *
       P890-GRAVA-JORNAL.
      *
      *    IMAGENS ANTES/DEPOIS PARA A RECUPERACAO POS-RESTAURACAO
           MOVE LK-OPERADOR-ID      TO JOR-OPERADOR.
           MOVE "SCMP0300"          TO JOR-PROGRAMA.
      *
           CALL "SCMP0917" USING REG-JORNAL.
      *
       P890-FIM.
      *
       P900-FIM.
           CLOSE   PRC-PRODUTO
                   MERCADO
                   FORNECEDOR
                   CARGA-ORD
                   SCMO0300
                   FECH-PRECO.
      *
           IF NOT FLAG-MODO-SIMULACAO THEN
               CLOSE SUSP-PRC
                     PRC-PENDENTE
                     VASILHAME-MOV
                     CARGA-IMAGEM
                     AUDITORIA
           END-IF.
      *
           IF NOT WS-FS-ALIAS-NAO-EXISTE THEN
               CLOSE CODIGO-ALIAS
