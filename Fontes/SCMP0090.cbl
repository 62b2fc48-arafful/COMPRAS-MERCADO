      *      BATCH.LOG falhar com FS 71 e nenhuma linha era gravada
      * Mod: 21/08/2026 - limpa WS-LINHA-LOG antes de montar a linha
      *      de resultado de cada passo (residuo de mensagem anterior)
      * Mod: 15/10/2026 - novo passo mensal (SCMP0849): no dia 1 apura
      *      o custo das receitas da competencia anterior para o
      *      historico de custo por porcao
      * Mod: 15/10/2026 - novo passo mensal (SCMP0611): no dia 1 apura
      *      o acumulo de pontos/cashback da competencia anterior no
      *      extrato de fidelidade de cada rede
      * Mod: 15/10/2026 - novo passo mensal (SCMP0088): no dia 1 move
      *      os rejeitados antigos das filas de pendentes para os
      *      arquivos de historico
      * Mod: 15/10/2026 - novo passo mensal (SCMP0445): no dia 1 gera
      *      o relatorio de excecoes da auditoria (segregacao de
      *      funcoes) da competencia anterior
      * Mod: 15/10/2026 - novo passo diario (SCMP0087): confere a
      *      cadeia da trilha de auditoria (inclusive meses arquivados)
      *      e grava o resultado no BATCH.LOG; roda mesmo quando um
      *      passo anterior falhou
      * Mod: 15/10/2026 - novo passo diario (SCMP0086): depois da carga
      *      de precos refaz o resumo mensal (RESUMO-PRECO) lido pelos
      *      relatorios de tendencia, gastos, sazonal e matriz
      * Mod: 15/10/2026 - novo passo diario (SCMP0886): antes da carga
      *      de precos inclui as cotacoes PTAX do Banco Central que
      *      ainda faltam no TAXA-CAMBIO
      * Mod: 15/10/2026 - novo passo diario (SCMP0083): no inicio
      *      remove os arquivos de trabalho do SORT que sobraram de
      *      execucoes interrompidas e registra a quantidade no
      *      BATCH.LOG (a lista fica no SCMO0083)
      * Mod: 15/10/2026 - novo passo diario (SCMP0343): gera as
      *      entregas previstas das compras recorrentes (assinaturas),
      *      alerta as nao confirmadas no prazo e as de preco
      *      divergente e grava as quantidades no BATCH.LOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0090.
       MAIN-PROCEDURE.
      *
           PERFORM P100-INICIALIZA THRU P100-FIM.
      *
           PERFORM P205-LIMPA-SORT-ORFAOS THRU P205-FIM.
      *
           PERFORM P210-CARGA-PRODUTO THRU P210-FIM.
      *
           IF NOT FLAG-PAROU
               PERFORM P215-CARGA-CAMBIO THRU P215-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P220-CARGA-PRECO THRU P220-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P225-RESUMO-MENSAL THRU P225-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P230-RELATORIO-PADRAO THRU P230-FIM
           IF NOT FLAG-PAROU
               PERFORM P240-EXPORTACAO-CSV THRU P240-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P242-ASSINATURAS THRU P242-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P245-CUSTO-RECEITA-MENSAL THRU P245-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P246-FIDELIDADE-MENSAL THRU P246-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P247-EXPURGO-PENDENTES THRU P247-FIM
           END-IF.
      *
           IF NOT FLAG-PAROU
               PERFORM P248-EXCECOES-AUDITORIA THRU P248-FIM
           END-IF.
      *
           PERFORM P249-CONFERE-AUDITORIA THRU P249-FIM.
      *
           PERFORM P900-FIM.
      *
       P110-FIM.
      *
      ******************************************************************
      * ARQUIVOS DE TRABALHO DO SORT ORFAOS (EXECUCOES INTERROMPIDAS) -
      * TODO DIA, ANTES DOS PASSOS; A QUANTIDADE VAI PARA O BATCH.LOG
      ******************************************************************
       P205-LIMPA-SORT-ORFAOS.
      *
           MOVE SPACES             TO WS-MENSAGEM.
      *
           MOVE "SCMP0083"         TO WS-NOME-PASSO.
           CALL "SCMP0083" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
           MOVE SPACES             TO WS-LINHA-LOG.
           STRING  "SORT-TMP ORFAOS - " DELIMITED BY SIZE
                   WS-MENSAGEM    DELIMITED BY SIZE
                   INTO WS-LINHA-LOG.
           PERFORM P110-GRAVA-LOG THRU P110-FIM.
      *
       P205-FIM.
      *
      ******************************************************************
      * CARGA DE PRODUTOS
      ******************************************************************
       P210-CARGA-PRODUTO.
       P210-FIM.
      *
      ******************************************************************
      * CARGA DAS TAXAS DE CAMBIO PTAX - ANTES DOS PRECOS E DO RESUMO
      * MENSAL QUE CONVERTEM MOEDA ESTRANGEIRA
      ******************************************************************
       P215-CARGA-CAMBIO.
      *
           MOVE "SCMP0886"         TO WS-NOME-PASSO.
      *
           CALL "SCMP0886" USING WS-COM-AREA.
      *
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P215-FIM.
      *
      ******************************************************************
      * CARGA DE PRECOS
      ******************************************************************
       P220-CARGA-PRECO.
       P220-FIM.
      *
      ******************************************************************
      * RESUMO MENSAL DE PRECOS - REFAZ AS COMPETENCIAS EM ABERTO E AS
      * FECHADAS DESATUALIZADAS ANTES DOS RELATORIOS QUE O LEEM
      ******************************************************************
       P225-RESUMO-MENSAL.
      *
           MOVE "SCMP0086"         TO WS-NOME-PASSO.
      *
           CALL "SCMP0086" USING WS-COM-AREA.
      *
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P225-FIM.
      *
      ******************************************************************
      * RELATORIOS PADRAO (SEM FILTROS QUE EXIJAM UM OPERADOR)
      ******************************************************************
       P230-RELATORIO-PADRAO.
       P240-FIM.
      *
      ******************************************************************
      * COMPRAS RECORRENTES - GERA AS ENTREGAS DO DIA E ALERTA AS NAO
      * CONFIRMADAS NO PRAZO (ASNATRAS) E AS DE PRECO DIVERGENTE
      ******************************************************************
       P242-ASSINATURAS.
      *
           MOVE SPACES             TO WS-MENSAGEM.
      *
           MOVE "SCMP0343"         TO WS-NOME-PASSO.
           CALL "SCMP0343" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
           MOVE SPACES             TO WS-LINHA-LOG.
           STRING  "ASSINATURAS - " DELIMITED BY SIZE
                   WS-MENSAGEM    DELIMITED BY SIZE
                   INTO WS-LINHA-LOG.
           PERFORM P110-GRAVA-LOG THRU P110-FIM.
      *
       P242-FIM.
      *
      ******************************************************************
      * APURACAO MENSAL DO CUSTO DAS RECEITAS - SO NO DIA 1, FECHANDO
      * A COMPETENCIA ANTERIOR
      ******************************************************************
       P245-CUSTO-RECEITA-MENSAL.
      *
           ACCEPT WS-DATA-LOG      FROM DATE YYYYMMDD.
      *
           IF WS-DATA-LOG (7:2) NOT EQUAL "01"
               GO TO P245-FIM
           END-IF.
      *
           MOVE "SCMP0849"         TO WS-NOME-PASSO.
           CALL "SCMP0849" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P245-FIM.
      *
       P246-FIDELIDADE-MENSAL.
      *
           ACCEPT WS-DATA-LOG      FROM DATE YYYYMMDD.
      *
           IF WS-DATA-LOG (7:2) NOT EQUAL "01"
               GO TO P246-FIM
           END-IF.
      *
           MOVE "SCMP0611"         TO WS-NOME-PASSO.
           CALL "SCMP0611" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P246-FIM.
      *
      ******************************************************************
      * EXPURGO MENSAL DOS REJEITADOS DAS FILAS DE PENDENTES - SO NO
      * DIA 1
      ******************************************************************
       P247-EXPURGO-PENDENTES.
      *
           ACCEPT WS-DATA-LOG      FROM DATE YYYYMMDD.
      *
           IF WS-DATA-LOG (7:2) NOT EQUAL "01"
               GO TO P247-FIM
           END-IF.
      *
           MOVE "SCMP0088"         TO WS-NOME-PASSO.
           CALL "SCMP0088" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P247-FIM.
      *
      ******************************************************************
      * EXCECOES DA AUDITORIA (SEGREGACAO DE FUNCOES) DA COMPETENCIA
      * ANTERIOR - SO NO DIA 1
      ******************************************************************
       P248-EXCECOES-AUDITORIA.
      *
           ACCEPT WS-DATA-LOG      FROM DATE YYYYMMDD.
      *
           IF WS-DATA-LOG (7:2) NOT EQUAL "01"
               GO TO P248-FIM
           END-IF.
      *
           MOVE "SCMP0445"         TO WS-NOME-PASSO.
           CALL "SCMP0445" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
       P248-FIM.
      *
      ******************************************************************
      * CONFERENCIA DA CADEIA DA TRILHA DE AUDITORIA - TODO DIA, MESMO
      * QUE UM PASSO ANTERIOR TENHA FALHADO; O RESULTADO (INTEGRA OU
      * QUANTIDADE DE EXCECOES) VAI PARA O BATCH.LOG
      ******************************************************************
       P249-CONFERE-AUDITORIA.
      *
           MOVE SPACES             TO WS-MENSAGEM.
      *
           MOVE "SCMP0087"         TO WS-NOME-PASSO.
           CALL "SCMP0087" USING WS-COM-AREA.
           PERFORM P250-VERIFICA-PASSO THRU P250-FIM.
      *
           MOVE SPACES             TO WS-LINHA-LOG.
           STRING  "CADEIA DA AUDITORIA - " DELIMITED BY SIZE
                   WS-MENSAGEM    DELIMITED BY SIZE
                   INTO WS-LINHA-LOG.
           PERFORM P110-GRAVA-LOG THRU P110-FIM.
      *
       P249-FIM.
      *
      ******************************************************************
      * REGISTRA NO BATCH.LOG O RESULTADO DO PASSO CORRENTE, A PARTIR
      * DO RETURN-CODE DEIXADO PELA ROTINA CHAMADA
      ******************************************************************
