      ******************************************************************
      * Fila de alertas para notificacao externa (ALERTA-FILA.txt).
      * Gravada so pelo SCMP0910, chamado pelos processos que geram
      * alertas; lida por um script externo que envia cada alerta ainda
      * nao enviado (telefone/e-mail) e troca a posicao 1 de "N" para
      * "E". Layout fixo, posicao a posicao:
      *   001-001 situacao de envio     002-009 data (AAAAMMDD)
      *   010-015 hora (HHMMSS)         016-018 tipo
      *   019-019 severidade            020-027 programa de origem
      *   028-067 chave do evento       068-167 mensagem
      * A chave identifica o evento (tipo + chave nao se repetem), para
      * o mesmo evento nao ser enviado de novo a cada noite.
      ******************************************************************
       01  REG-ALERTA-FILA.
           05 SITUACAO-ENVIO-ALERTA     PIC X(01).
               88 ALERTA-NAO-ENVIADO    VALUE "N".
               88 ALERTA-ENVIADO        VALUE "E".
           05 DATA-ALERTA               PIC 9(08).
           05 HORA-ALERTA               PIC 9(06).
           05 TIPO-ALERTA               PIC X(03).
               88 ALERTA-VARIACAO-PRECO VALUE "PRC".
               88 ALERTA-CONTRATO       VALUE "CTR".
               88 ALERTA-VALIDADE       VALUE "VAL".
               88 ALERTA-REPOSICAO      VALUE "REP".
               88 ALERTA-PEDIDO-ATRASO  VALUE "PED".
               88 ALERTA-ASSINATURA     VALUE "ASN".
           05 SEVERIDADE-ALERTA         PIC X(01).
               88 SEVERIDADE-ALTA       VALUE "A".
               88 SEVERIDADE-MEDIA      VALUE "M".
               88 SEVERIDADE-BAIXA      VALUE "B".
           05 PROGRAMA-ALERTA           PIC X(08).
           05 CHAVE-ALERTA              PIC X(40).
           05 MENSAGEM-ALERTA           PIC X(100).
