      ******************************************************************
      * Jornal de alteracoes dos arquivos permanentes (JORNAL.LOG).
      * Cada gravacao (inclusao, alteracao ou exclusao) leva a imagem
      * completa do registro antes e depois, para a recuperacao apos
      * a restauracao de um backup (SCMP0084). O programa que grava
      * preenche arquivo, operacao e imagens e chama o SCMP0917, que
      * carimba data, hora, operador e programa. A operacao B marca o
      * momento em que um backup do arquivo foi tirado (imagem depois
      * com o nome do arquivo de backup).
      ******************************************************************
       01  REG-JORNAL.
           05 JOR-DATA                  PIC 9(08).
           05 JOR-HORA                  PIC 9(08).
           05 JOR-OPERADOR              PIC X(08).
           05 JOR-PROGRAMA              PIC X(08).
           05 JOR-ARQUIVO               PIC X(20).
           05 JOR-OPERACAO              PIC X(01).
               88 JOR-INCLUSAO          VALUE "I".
               88 JOR-ALTERACAO         VALUE "A".
               88 JOR-EXCLUSAO          VALUE "E".
               88 JOR-MARCA-BACKUP      VALUE "B".
           05 JOR-IMAGEM-ANTES          PIC X(1200).
           05 JOR-IMAGEM-DEPOIS         PIC X(1200).
