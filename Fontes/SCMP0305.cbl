      *
      * LAYOUT ESPERADO DO NFCE-EXPORT.txt (CAMPOS SEPARADOS POR ";"):
      *   NFE;<chave de acesso 44>;<CNPJ da loja>;<data DD/MM/AAAA>
      *       [;<tPag - meio de pagamento da NFC-e, opcional>]
      *   ITM;<codigo EAN>;<quantidade>;<unidade>;<valor do item>
      *       [;<tributos aproximados do item - Lei 12.741, opcional>]
      *   FIM;<quantidade de itens>
      *       [;<total de tributos aproximados do cupom, opcional>]
      *       [;<valor total do cupom - vNF, opcional>]
      * QUANTIDADE E VALOR PODEM TRAZER DECIMAIS COM VIRGULA - O
      * SCMP0300 JA ACEITA ESSE FORMATO NA CARGA.
      * O tPag, QUANDO INFORMADO, VIRA A FORMA DE PAGAMENTO DA CARGA:
      *   01 DINHEIRO (M), 03 CREDITO (C), 04 DEBITO (D),
      *   10/11 VALE-ALIMENTACAO/REFEICAO (V), 17 PIX (P);
      *   OUTROS CODIGOS FICAM COMO FORMA NAO INFORMADA.
      * OS TRIBUTOS DO ITEM VAO PARA A CARGA E FICAM GRAVADOS COM O
      * PRECO; O TOTAL DO CUPOM SO SERVE PARA CONFERIR A SOMA DOS
      * ITENS (DIFERENCA E AVISADA, A CARGA E GERADA DO MESMO JEITO).
      * O CNPJ DA LOJA PASSA PELO VALIDADOR SCMP0905 ANTES DE SER
      * PROCURADO NO CADASTRO - CNPJ INVALIDO INTERROMPE A IMPORTACAO.
      * TODA LINHA GERADA TERMINA COM A ORIGEM N (ULTIMO CAMPO DA
      * CARGA), PARA O PRECO FICAR MARCADO COMO VINDO DE UM CUPOM.
      * CADA CUPOM E REGISTRADO PELA CHAVE DE ACESSO EM NFCE-CUPOM
      * (COM OS ITENS EM NFCE-CUPOM-ITEM, CONSULTADOS NO SCMP0306):
      * CHAVE JA REGISTRADA (OU NAO NUMERICA) RECUSA O CUPOM INTEIRO,
      * QUE NAO GERA LINHAS DE CARGA. A SOMA DAS LINHAS ITM E
      * CONFERIDA COM O TOTAL DO CUPOM (QUANDO O TRAILER O INFORMA) E
      * A DIFERENCA (DESCONTO, ARREDONDAMENTO) VAI PARA O REGISTRO E
      * PARA O RELATORIO SCMO0305.txt, COM A SITUACAO DE CADA CUPOM.
      * COM SCMP-CARGA-SIMULACAO=S A IMPORTACAO SO SIMULA: OS CUPONS
      * SAO CONFERIDOS (CNPJ, CHAVE, CHAVE REPETIDA NO PROPRIO ARQUIVO
      * E TOTAL) E O ARQUIVO DE CARGA E GERADO PARA A SIMULACAO DO
      * SCMP0300, MAS NADA E GRAVADO EM NFCE-CUPOM NEM NFCE-CUPOM-ITEM.
      * Mod: 15/10/2026 - o tPag da NFC-e, quando informado, vira a
      *      forma de pagamento da carga
      * Mod: 15/10/2026 - tributos aproximados de cada item vao para a
      *      carga; o total do cupom, quando informado, confere a soma
      *      dos itens
      * Mod: 15/10/2026 - CNPJ da loja conferido pelo validador SCMP0905
      *      antes da busca no cadastro
      * Mod: 15/10/2026 - linhas geradas terminam com a origem N (preco
      *      vindo de cupom)
      * Mod: 15/10/2026 - cada cupom e registrado pela chave de acesso
      *      em NFCE-CUPOM e NFCE-CUPOM-ITEM; chave ja registrada recusa
      *      o cupom inteiro; situacao de cada cupom no SCMO0305.txt
      * Mod: 15/10/2026 - com SCMP-CARGA-SIMULACAO=S a importacao so
      *      simula (nada e gravado em NFCE-CUPOM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0305.
                ACCESS         IS DYNAMIC
                RECORD KEY     IS COD-MERCADO
                FILE STATUS    IS WS-FS-MERCADO.
      *
           SELECT NFCE-CUPOM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-ACESSO-CUPOM
                FILE STATUS    IS WS-FS-NFCE-CUPOM.
      *
           SELECT NFCE-CUPOM-ITEM ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\NFCE-CUPOM-ITEM.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS DYNAMIC
                RECORD KEY     IS CHAVE-NFCE-CUPOM-ITEM
                FILE STATUS    IS WS-FS-NFCE-ITEM.
      *
           SELECT SCMO0305     ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\SCMO0305.txt"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01 REG-NFCE                             PIC X(120).
      *
       FD CARGA-PRC.
       01 REG-CARGA                            PIC X(139).
      *
       FD MERCADO.
           COPY "Mercado.cpy".
      *
       FD NFCE-CUPOM.
           COPY "NfceCupom.cpy".
      *
       FD NFCE-CUPOM-ITEM.
           COPY "NfceCupomItem.cpy".
      *
       FD SCMO0305.
       01 REG-REPORT                           PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77 WS-CHAVE-ACESSO                      PIC X(44) VALUE SPACES.
       77 WS-CNPJ-CUPOM                        PIC X(14) VALUE SPACES.
       77 WS-DATA-CUPOM                        PIC X(10) VALUE SPACES.
       77 WS-TPAG-CUPOM                        PIC X(02) VALUE SPACES.
       77 WS-FORMA-PAGTO-CUPOM                 PIC X(01) VALUE SPACES.
       77 WS-LINHA-CARGA-PAGTO                 PIC X(139) VALUE SPACES.
       77 WS-EAN-ITEM                          PIC X(14) VALUE SPACES.
       77 WS-QTD-ITEM                          PIC X(08) VALUE SPACES.
       77 WS-UND-ITEM                          PIC X(02) VALUE SPACES.
       77 WS-VLR-ITEM                          PIC X(08) VALUE SPACES.
       77 WS-TRIB-ITEM                         PIC X(08) VALUE SPACES.
       77 WS-QTD-TRAILER                       PIC X(05) VALUE SPACES.
       77 WS-TRIB-TOTAL-CUPOM                  PIC X(10) VALUE SPACES.
       77 WS-VLR-TOTAL-CUPOM-TXT               PIC X(10) VALUE SPACES.
      *
      *    *========================================================*
      *    * REGISTRO DO CUPOM (NFCE-CUPOM) E CONFERENCIA DO TOTAL
      *    *========================================================*
       01 WS-ID-EXECUCAO-IMPORTACAO.
           05 WS-ID-EXECUCAO-DATA              PIC 9(08).
           05 WS-ID-EXECUCAO-HORA              PIC 9(08).
       01 WS-ID-EXECUCAO-NUM REDEFINES WS-ID-EXECUCAO-IMPORTACAO
                                               PIC 9(16).
      *
       77 WS-SEQ-ITEM-CUPOM                    PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-ITENS-CUPOM                PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-ITEM-NUM                    PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-TRIB-ITEM-NUM               PIC 9(10)V99 VALUE ZEROS.
      *
       77 WS-CUPOM-ABERTO                      PIC X(01) VALUE "N".
           88 FLAG-CUPOM-ABERTO                VALUE "S".
      *
       77 WS-QTD-CUPONS-REGISTRADOS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CUPONS-RECUSADOS              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CUPONS-DIFERENCA              PIC 9(05) VALUE ZEROS.
      *
      *    *========================================================*
      *    * SIMULACAO: AS CHAVES ACEITAS NESTA EXECUCAO FICAM NA
      *    * TABELA, NO LUGAR DO REGISTRO EM NFCE-CUPOM, PARA QUE O
      *    * CUPOM REPETIDO NO ARQUIVO CONTINUE SENDO RECUSADO.
      *    *========================================================*
       77 WS-MODO-SIMULACAO                    PIC X(01) VALUE SPACES.
           88 FLAG-MODO-SIMULACAO              VALUE "S".
       77 WS-SITUACAO-CUPOM                    PIC X(10) VALUE SPACES.
       77 WS-QTD-CHAVES-SIM                    PIC 9(03) VALUE ZEROS.
       77 WS-IND-CHAVE-SIM                     PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CHAVES-SIM.
           05 WS-TAB-CHAVE-SIM                 PIC X(44)
                                               OCCURS 500 TIMES.
      *
       01 WS-RELATORIO.
           03 WS-LST-CAB-1.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(90) VALUE ALL "=".
      *
           03 WS-LST-CAB-2.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "SMCO0305 - ".
               05 FILLER   PIC X(30) VALUE
                       "IMPORTACAO DE CUPOM NFC-E".
               05 FILLER   PIC X(11) VALUE "EXECUCAO: ".
               05 WS-CAB-ID-EXECUCAO
                           PIC 9(16).
               05 FILLER   PIC X(03) VALUE SPACES.
               05 FILLER   PIC X(09) VALUE "EMISSAO: ".
               05 WS-CAB-DT-SIS
                           PIC X(10) VALUE SPACES.
      *
           03 WS-LST-CAB-3.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(46) VALUE "CHAVE DE ACESSO".
               05 FILLER   PIC X(40) VALUE "SITUACAO".
      *
           03 WS-LST-CAB-4.
               05 FILLER   PIC X(03) VALUE SPACES.
               05 FILLER   PIC X(11) VALUE "MERCADO".
               05 FILLER   PIC X(11) VALUE "DATA".
               05 FILLER   PIC X(06) VALUE "ITENS".
               05 FILLER   PIC X(17) VALUE "     SOMA ITENS".
               05 FILLER   PIC X(17) VALUE "   TOTAL CUPOM".
               05 FILLER   PIC X(17) VALUE "     DIFERENCA".
      *
           03 WS-DET-CUPOM-1.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-CHAVE         PIC X(44) VALUE SPACES.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SITUACAO      PIC X(40) VALUE SPACES.
      *
           03 WS-DET-CUPOM-2.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-MERCADO       PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-DATA          PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-DET-ITENS         PIC ZZZZ9.
               05 FILLER               PIC X(02) VALUE SPACES.
               05 WS-DET-SOMA          PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(04) VALUE SPACES.
               05 WS-DET-TOTAL         PIC ZZ.ZZZ.ZZ9,99.
               05 FILLER               PIC X(03) VALUE SPACES.
               05 WS-DET-DIFERENCA     PIC -Z.ZZZ.ZZ9,99.
      *
           03 WS-LST-CAB-SIMULACAO.
               05 FILLER   PIC X(01) VALUE SPACES.
               05 FILLER   PIC X(90) VALUE
                   "*** SIMULACAO - NENHUM CUPOM FOI REGISTRADO ***".
      *
           03 WS-LST-RESUMO-QTD.
               05 FILLER               PIC X(01) VALUE SPACES.
               05 WS-RESUMO-DESC-QTD   PIC X(45) VALUE SPACES.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 WS-RESUMO-QTD        PIC ZZZZ9.
      *
       01 WS-DATA-CORRENTE.
           05 WS-AAAA-CORRENTE                 PIC 9(04).
           05 WS-MM-CORRENTE                   PIC 9(02).
           05 WS-DD-CORRENTE                   PIC 9(02).
      *
       77 WS-SOMA-TRIB-ITENS                 PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-TRIB-TOTAL                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-ED-TRIB-ITENS                   PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-TRIB-TOTAL                   PIC Z.ZZZ.ZZ9,99.
      *
      *    *========================================================*
      *    * CONVERSAO DE VALOR TEXTO COM VIRGULA DECIMAL (12,45)
      *    *========================================================*
       77 WS-CONV-CAMPO                        PIC X(10) VALUE SPACES.
       77 WS-CONV-IND                          PIC 9(02) VALUE ZEROS.
       77 WS-CONV-DIGITO                       PIC 9(01) VALUE ZEROS.
       77 WS-CONV-TOTAL                        PIC 9(12) VALUE ZEROS.
       77 WS-CONV-QTD-DEC                      PIC 9(01) VALUE ZEROS.
       77 WS-CONV-ACHOU-VIRG                   PIC X(01) VALUE "N".
       77 WS-CONV-RESULTADO                  PIC 9(10)V99 VALUE ZEROS.
       77 WS-CONV-VALIDO                       PIC X(01) VALUE "N".
           88 FLAG-CONV-VALIDA                 VALUE "S".
      *
       77 WS-COD-MERCADO-CUPOM                 PIC X(10) VALUE SPACES.
      *
       01 WS-LKS-CNPJ-AREA.
           05 WS-LKS-CNPJ                      PIC X(14).
           05 WS-LKS-RETORNO-CNPJ              PIC 9(01).
      *
       77 WS-QTD-ITENS-GERADOS                 PIC 9(05) VALUE ZEROS.
      *
      *
       77 WS-FS-MERCADO                        PIC X(02).
           88 WS-FS-MERC-OK                    VALUE "00".
      *
       77 WS-FS-NFCE-CUPOM                     PIC X(02).
           88 WS-FS-CUPOM-OK                   VALUE "00".
           88 WS-FS-CUPOM-NAO-EXISTE           VALUE "35".
      *
       77 WS-FS-NFCE-ITEM                      PIC X(02).
           88 WS-FS-ITEM-OK                    VALUE "00".
           88 WS-FS-ITEM-NAO-EXISTE            VALUE "35".
      *
       77 WS-CABECALHO-LIDO                    PIC X(01) VALUE "N".
           88 FLAG-CABECALHO-LIDO              VALUE "S".

           ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT
                                   "SCMP-CARGA-AUTOMATICA".
           ACCEPT WS-MODO-SIMULACAO FROM ENVIRONMENT
                                   "SCMP-CARGA-SIMULACAO".

           SET WS-FS-NFCE-OK       TO  TRUE.
           SET WS-FS-MERC-OK       TO  TRUE.
               MOVE "N"                TO WS-ROTINA-OK
               PERFORM P900-FIM
           END-IF.

           IF FLAG-MODO-SIMULACAO THEN
               MOVE "SIMULADO"         TO WS-SITUACAO-CUPOM
               OPEN INPUT NFCE-CUPOM
               IF WS-FS-CUPOM-NAO-EXISTE THEN
                   OPEN OUTPUT NFCE-CUPOM
                   CLOSE NFCE-CUPOM
                   OPEN INPUT NFCE-CUPOM
               END-IF
               GO TO P100-DATA
           END-IF.

           MOVE "REGISTRADO"           TO WS-SITUACAO-CUPOM.

           OPEN I-O NFCE-CUPOM.

           IF WS-FS-CUPOM-NAO-EXISTE THEN
               OPEN OUTPUT NFCE-CUPOM
               CLOSE NFCE-CUPOM
               OPEN I-O NFCE-CUPOM
           END-IF.

           OPEN I-O NFCE-CUPOM-ITEM.

           IF WS-FS-ITEM-NAO-EXISTE THEN
               OPEN OUTPUT NFCE-CUPOM-ITEM
               CLOSE NFCE-CUPOM-ITEM
               OPEN I-O NFCE-CUPOM-ITEM
           END-IF.

       P100-DATA.

           ACCEPT WS-ID-EXECUCAO-DATA  FROM DATE YYYYMMDD.
           ACCEPT WS-ID-EXECUCAO-HORA  FROM TIME.
           MOVE WS-ID-EXECUCAO-DATA    TO WS-DATA-CORRENTE.
      *
       P100-FIM.
      *
           IF FLAG-GRAVAR THEN
               OPEN OUTPUT CARGA-PRC

               PERFORM P510-INICIALIZA-RELATORIO THRU P510-FIM

               PERFORM P400-LE-CUPOM THRU P400-FIM
                   UNTIL FLAG-EOF

      *        CUPOM SEM LINHA FIM NO FINAL DO ARQUIVO
               PERFORM P460-REGISTRA-CUPOM THRU P460-FIM

               PERFORM P500-GRAVA-TRAILER THRU P500-FIM

               PERFORM P520-FINALIZA-RELATORIO THRU P520-FIM

               CLOSE CARGA-PRC

               MOVE SPACES             TO WS-MENSAGEM
                   ACCEPT WS-PROMPT AT 1301
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF

               IF WS-QTD-CUPONS-RECUSADOS > ZEROS
                  OR WS-QTD-CUPONS-DIFERENCA > ZEROS THEN
                   MOVE SPACES         TO WS-MENSAGEM
                   STRING "CUPONS RECUSADOS: " WS-QTD-CUPONS-RECUSADOS
                          " DIFERENCA: " WS-QTD-CUPONS-DIFERENCA
                       DELIMITED BY SIZE INTO WS-MENSAGEM
                   IF FLAG-MODO-AUTOMATICO THEN
                       DISPLAY WS-MENSAGEM
                   ELSE
                       DISPLAY SS-LINHA-DE-MENSAGEM
                       ACCEPT WS-PROMPT AT 1301
                       DISPLAY SS-LIMPA-MENSAGEM
                   END-IF
               END-IF
           END-IF.
      *
       P300-FIM.
                       WHEN "ITM"
                           PERFORM P420-TRATA-ITEM THRU P420-FIM
                       WHEN "FIM"
                           PERFORM P440-TRATA-TRAILER THRU P440-FIM
                           PERFORM P460-REGISTRA-CUPOM THRU P460-FIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
      *
       P410-TRATA-CABECALHO.
      *
      *    CUPOM ANTERIOR SEM LINHA FIM
           PERFORM P460-REGISTRA-CUPOM THRU P460-FIM.

           MOVE "N"                    TO WS-CABECALHO-LIDO.
           MOVE SPACES                 TO WS-CHAVE-ACESSO.
           MOVE SPACES                 TO WS-CNPJ-CUPOM.
           MOVE SPACES                 TO WS-DATA-CUPOM.
           MOVE SPACES                 TO WS-TPAG-CUPOM.
           MOVE ZEROS                  TO WS-SOMA-TRIB-ITENS.

           UNSTRING REG-NFCE DELIMITED BY ";"
               INTO WS-TIPO-LINHA
                    WS-CHAVE-ACESSO
                    WS-CNPJ-CUPOM
                    WS-DATA-CUPOM
                    WS-TPAG-CUPOM
           END-UNSTRING.

           EVALUATE WS-TPAG-CUPOM
               WHEN "01"
                   MOVE "M"            TO WS-FORMA-PAGTO-CUPOM
               WHEN "03"
                   MOVE "C"            TO WS-FORMA-PAGTO-CUPOM
               WHEN "04"
                   MOVE "D"            TO WS-FORMA-PAGTO-CUPOM
               WHEN "10"
               WHEN "11"
                   MOVE "V"            TO WS-FORMA-PAGTO-CUPOM
               WHEN "17"
                   MOVE "P"            TO WS-FORMA-PAGTO-CUPOM
               WHEN OTHER
                   MOVE SPACES         TO WS-FORMA-PAGTO-CUPOM
           END-EVALUATE.

           MOVE WS-CNPJ-CUPOM          TO WS-LKS-CNPJ.
           CALL "SCMP0905" USING WS-LKS-CNPJ-AREA.

           IF WS-LKS-RETORNO-CNPJ EQUAL ZERO THEN
               PERFORM P430-MAPEIA-MERCADO THRU P430-FIM
           ELSE
               MOVE "N"                TO WS-MERCADO-ACHADO
           END-IF.

           IF FLAG-MERCADO-ACHADO THEN
               PERFORM P415-VALIDA-CHAVE-ACESSO THRU P415-FIM
           ELSE
               IF WS-LKS-RETORNO-CNPJ EQUAL ZERO THEN
                   MOVE "CNPJ DO CUPOM SEM MERCADO CADASTRADO"
                                       TO WS-MENSAGEM
               ELSE
                   MOVE "CNPJ DO CUPOM INVALIDO (DIGITO VERIFICADOR)"
                                       TO WS-MENSAGEM
               END-IF
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY WS-MENSAGEM
               ELSE
           END-IF.
      *
       P410-FIM.
      *
       P415-VALIDA-CHAVE-ACESSO.
      *
      *    *========================================================*
      *    * A CHAVE DE ACESSO IDENTIFICA O CUPOM: CHAVE INVALIDA OU
      *    * JA REGISTRADA RECUSA O CUPOM INTEIRO (SEUS ITENS NAO
      *    * VAO PARA A CARGA) E A IMPORTACAO SEGUE NO PROXIMO NFE
      *    *========================================================*
           MOVE WS-CHAVE-ACESSO        TO WS-DET-CHAVE.

           IF WS-CHAVE-ACESSO NOT NUMERIC THEN
               MOVE "RECUSADO - CHAVE DE ACESSO INVALIDA"
                                       TO WS-DET-SITUACAO
               PERFORM P418-RECUSA-CUPOM THRU P418-FIM
               GO TO P415-FIM
           END-IF.

           MOVE WS-CHAVE-ACESSO        TO CHAVE-ACESSO-CUPOM.

           READ NFCE-CUPOM
               KEY IS CHAVE-ACESSO-CUPOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES         TO WS-DET-SITUACAO
                   STRING "RECUSADO - JA IMPORTADO EM "
                          ID-EXECUCAO-IMPORTACAO
                       DELIMITED BY SIZE INTO WS-DET-SITUACAO
                   PERFORM P418-RECUSA-CUPOM THRU P418-FIM
                   GO TO P415-FIM
           END-READ.

           IF FLAG-MODO-SIMULACAO THEN
               PERFORM VARYING WS-IND-CHAVE-SIM FROM 1 BY 1
                       UNTIL WS-IND-CHAVE-SIM > WS-QTD-CHAVES-SIM
                   IF WS-TAB-CHAVE-SIM(WS-IND-CHAVE-SIM) EQUAL
                                               WS-CHAVE-ACESSO
                       MOVE SPACES     TO WS-DET-SITUACAO
                       STRING "RECUSADO - JA IMPORTADO EM "
                              WS-ID-EXECUCAO-NUM
                           DELIMITED BY SIZE INTO WS-DET-SITUACAO
                       PERFORM P418-RECUSA-CUPOM THRU P418-FIM
                       GO TO P415-FIM
                   END-IF
               END-PERFORM
               IF WS-QTD-CHAVES-SIM < 500
                   ADD 1               TO WS-QTD-CHAVES-SIM
                   MOVE WS-CHAVE-ACESSO
                       TO WS-TAB-CHAVE-SIM(WS-QTD-CHAVES-SIM)
               END-IF
           END-IF.

           SET FLAG-CABECALHO-LIDO     TO TRUE.
           SET FLAG-CUPOM-ABERTO       TO TRUE.
           MOVE ZEROS                  TO WS-SEQ-ITEM-CUPOM.
           MOVE ZEROS                  TO WS-SOMA-ITENS-CUPOM.
           MOVE ZEROS                  TO WS-VLR-TRIB-TOTAL.
           MOVE SPACES                 TO WS-VLR-TOTAL-CUPOM-TXT.
      *
       P415-FIM.
      *
       P418-RECUSA-CUPOM.
      *
           ADD 1                       TO WS-QTD-CUPONS-RECUSADOS.
           WRITE REG-REPORT    FROM WS-DET-CUPOM-1.

           MOVE SPACES                 TO WS-MENSAGEM.
           STRING "CUPOM RECUSADO - CHAVE "
                  WS-CHAVE-ACESSO(1:20) "..."
               DELIMITED BY SIZE INTO WS-MENSAGEM.
           IF FLAG-MODO-AUTOMATICO THEN
               DISPLAY WS-MENSAGEM
           ELSE
               DISPLAY SS-LINHA-DE-MENSAGEM
               ACCEPT WS-PROMPT AT 1301
               DISPLAY SS-LIMPA-MENSAGEM
           END-IF.
      *
       P418-FIM.
      *
       P420-TRATA-ITEM.
      *
           MOVE SPACES                 TO WS-QTD-ITEM.
           MOVE SPACES                 TO WS-UND-ITEM.
           MOVE SPACES                 TO WS-VLR-ITEM.
           MOVE SPACES                 TO WS-TRIB-ITEM.

           UNSTRING REG-NFCE DELIMITED BY ";"
               INTO WS-TIPO-LINHA
                    WS-QTD-ITEM
                    WS-UND-ITEM
                    WS-VLR-ITEM
                    WS-TRIB-ITEM
           END-UNSTRING.

           IF WS-EAN-ITEM EQUAL SPACES THEN
               GO TO P420-FIM
           END-IF.

           MOVE ZEROS                  TO WS-VLR-TRIB-ITEM-NUM.
           IF WS-TRIB-ITEM NOT EQUAL SPACES THEN
               MOVE WS-TRIB-ITEM       TO WS-CONV-CAMPO
               PERFORM P450-CONVERTE-VALOR THRU P450-FIM
               IF FLAG-CONV-VALIDA THEN
                   ADD WS-CONV-RESULTADO   TO WS-SOMA-TRIB-ITENS
                   MOVE WS-CONV-RESULTADO  TO WS-VLR-TRIB-ITEM-NUM
               END-IF
           END-IF.

           MOVE ZEROS                  TO WS-VLR-ITEM-NUM.
           MOVE WS-VLR-ITEM            TO WS-CONV-CAMPO.
           PERFORM P450-CONVERTE-VALOR THRU P450-FIM.
           IF FLAG-CONV-VALIDA THEN
               MOVE WS-CONV-RESULTADO  TO WS-VLR-ITEM-NUM
               ADD WS-CONV-RESULTADO   TO WS-SOMA-ITENS-CUPOM
           END-IF.

      *    *========================================================*
      *    * GERA A LINHA CSV DA CARGA NO LAYOUT DO SCMP0300:
      *    * COD;DATA;VALOR;MERCADO;QTD;UND;FORNECEDOR;PROMO
      *    * (FORNECEDOR EM BRANCO, PRECO NAO PROMOCIONAL). OS CAMPOS
      *    * OPCIONAIS INTERMEDIARIOS VAO EM BRANCO (PADRAO DA CARGA),
      *    * COM A FORMA DE PAGAMENTO E OS TRIBUTOS APROXIMADOS DO
      *    * ITEM QUANDO O CUPOM OS TRAZ, O RATEIO EM BRANCO E, POR
      *    * ULTIMO, A ORIGEM N.
      *    *========================================================*
           MOVE SPACES                 TO REG-CARGA.
           STRING WS-EAN-ITEM          DELIMITED BY SPACE
                  ";;N"                DELIMITED BY SIZE
               INTO REG-CARGA.

           MOVE SPACES                 TO WS-LINHA-CARGA-PAGTO.
           STRING REG-CARGA            DELIMITED BY SPACE
                  ";;;;;;;"            DELIMITED BY SIZE
                  WS-FORMA-PAGTO-CUPOM DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-TRIB-ITEM         DELIMITED BY SPACE
                  ";;;;;;;N"           DELIMITED BY SIZE
               INTO WS-LINHA-CARGA-PAGTO.
           MOVE WS-LINHA-CARGA-PAGTO   TO REG-CARGA.

           WRITE REG-CARGA.

           ADD 1                       TO WS-QTD-ITENS-GERADOS.

           ADD 1                       TO WS-SEQ-ITEM-CUPOM.
           MOVE WS-CHAVE-ACESSO        TO CHAVE-ACESSO-ITEM.
           MOVE WS-SEQ-ITEM-CUPOM      TO SEQ-ITEM-CUPOM.
           MOVE WS-EAN-ITEM            TO COD-EAN-ITEM-CUPOM.
           MOVE WS-QTD-ITEM            TO QTD-ITEM-CUPOM.
           MOVE WS-UND-ITEM            TO UND-ITEM-CUPOM.
           MOVE WS-VLR-ITEM-NUM        TO VLR-ITEM-CUPOM.
           MOVE WS-VLR-TRIB-ITEM-NUM   TO VLR-TRIB-ITEM-CUPOM.
           IF NOT FLAG-MODO-SIMULACAO THEN
               WRITE REG-NFCE-CUPOM-ITEM
           END-IF.
      *
       P420-FIM.
      *
           END-PERFORM.
      *
       P430-FIM.
      *
       P440-TRATA-TRAILER.
      *
      *    *========================================================*
      *    * CONFERE A SOMA DOS TRIBUTOS DOS ITENS COM O TOTAL DO
      *    * CUPOM, QUANDO O TRAILER O INFORMA - E SO UM AVISO.
      *    *========================================================*
           MOVE ZEROS                  TO WS-VLR-TRIB-TOTAL.

           IF NOT FLAG-CABECALHO-LIDO THEN
               GO TO P440-FIM
           END-IF.

           MOVE SPACES                 TO WS-QTD-TRAILER.
           MOVE SPACES                 TO WS-TRIB-TOTAL-CUPOM.
           MOVE SPACES                 TO WS-VLR-TOTAL-CUPOM-TXT.

           UNSTRING REG-NFCE DELIMITED BY ";"
               INTO WS-TIPO-LINHA
                    WS-QTD-TRAILER
                    WS-TRIB-TOTAL-CUPOM
                    WS-VLR-TOTAL-CUPOM-TXT
           END-UNSTRING.

           IF WS-TRIB-TOTAL-CUPOM EQUAL SPACES THEN
               GO TO P440-FIM
           END-IF.

           MOVE WS-TRIB-TOTAL-CUPOM    TO WS-CONV-CAMPO.
           PERFORM P450-CONVERTE-VALOR THRU P450-FIM.

           IF NOT FLAG-CONV-VALIDA THEN
               GO TO P440-FIM
           END-IF.

           MOVE WS-CONV-RESULTADO      TO WS-VLR-TRIB-TOTAL.

           IF WS-VLR-TRIB-TOTAL NOT EQUAL WS-SOMA-TRIB-ITENS THEN
               MOVE WS-SOMA-TRIB-ITENS TO WS-ED-TRIB-ITENS
               MOVE WS-VLR-TRIB-TOTAL  TO WS-ED-TRIB-TOTAL
               MOVE SPACES             TO WS-MENSAGEM
               STRING "TRIBUTOS ITENS " WS-ED-TRIB-ITENS
                      " X CUPOM " WS-ED-TRIB-TOTAL
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY WS-MENSAGEM
               ELSE
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1301
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
      *
       P440-FIM.
      *
       P460-REGISTRA-CUPOM.
      *
      *    *========================================================*
      *    * GRAVA O CUPOM ACEITO NO REGISTRO, COM A CONFERENCIA DA
      *    * SOMA DOS ITENS CONTRA O TOTAL (QUANDO INFORMADO) - A
      *    * DIFERENCA E SO REGISTRADA E AVISADA
      *    *========================================================*
           IF NOT FLAG-CUPOM-ABERTO THEN
               GO TO P460-FIM
           END-IF.

           MOVE "N"                    TO WS-CUPOM-ABERTO.

           INITIALIZE REG-NFCE-CUPOM.
           MOVE WS-CHAVE-ACESSO        TO CHAVE-ACESSO-CUPOM.
           MOVE WS-CNPJ-CUPOM          TO CNPJ-LOJA-CUPOM.
           MOVE WS-COD-MERCADO-CUPOM   TO FK-COD-MERCADO-CUPOM.
           IF WS-DATA-CUPOM(7:4) NUMERIC
              AND WS-DATA-CUPOM(4:2) NUMERIC
              AND WS-DATA-CUPOM(1:2) NUMERIC THEN
               MOVE WS-DATA-CUPOM(7:4) TO ANO-EMISSAO-CUPOM
               MOVE WS-DATA-CUPOM(4:2) TO MES-EMISSAO-CUPOM
               MOVE WS-DATA-CUPOM(1:2) TO DIA-EMISSAO-CUPOM
           END-IF.
           MOVE WS-SEQ-ITEM-CUPOM      TO QTD-ITENS-CUPOM.
           MOVE WS-SOMA-ITENS-CUPOM    TO VLR-SOMA-ITENS-CUPOM.
           MOVE WS-FORMA-PAGTO-CUPOM   TO FORMA-PAGTO-CUPOM.
           MOVE WS-VLR-TRIB-TOTAL      TO VLR-TRIBUTOS-CUPOM.
           MOVE WS-ID-EXECUCAO-NUM     TO ID-EXECUCAO-IMPORTACAO.
           MOVE LK-OPERADOR-ID         TO OPERADOR-IMPORTACAO.

           SET TOTAL-CUPOM-AUSENTE     TO TRUE.
           IF WS-VLR-TOTAL-CUPOM-TXT NOT EQUAL SPACES THEN
               MOVE WS-VLR-TOTAL-CUPOM-TXT TO WS-CONV-CAMPO
               PERFORM P450-CONVERTE-VALOR THRU P450-FIM
               IF FLAG-CONV-VALIDA THEN
                   SET TOTAL-CUPOM-INFORMADO   TO TRUE
                   MOVE WS-CONV-RESULTADO  TO VLR-TOTAL-CUPOM
                   COMPUTE VLR-DIFERENCA-CUPOM =
                       VLR-TOTAL-CUPOM - VLR-SOMA-ITENS-CUPOM
               END-IF
           END-IF.

           IF FLAG-MODO-SIMULACAO THEN
               SET WS-FS-CUPOM-OK      TO TRUE
           ELSE
               WRITE REG-NFCE-CUPOM
           END-IF.

           MOVE WS-CHAVE-ACESSO        TO WS-DET-CHAVE.
           MOVE WS-COD-MERCADO-CUPOM   TO WS-DET-MERCADO.
           MOVE WS-DATA-CUPOM          TO WS-DET-DATA.
           MOVE QTD-ITENS-CUPOM        TO WS-DET-ITENS.
           MOVE VLR-SOMA-ITENS-CUPOM   TO WS-DET-SOMA.
           MOVE VLR-TOTAL-CUPOM        TO WS-DET-TOTAL.
           MOVE VLR-DIFERENCA-CUPOM    TO WS-DET-DIFERENCA.

           EVALUATE TRUE
               WHEN NOT WS-FS-CUPOM-OK
                   MOVE SPACES         TO WS-DET-SITUACAO
                   STRING "ERRO NO REGISTRO DO CUPOM - FS: "
                          WS-FS-NFCE-CUPOM
                       DELIMITED BY SIZE INTO WS-DET-SITUACAO
               WHEN TOTAL-CUPOM-AUSENTE
                   MOVE SPACES         TO WS-DET-SITUACAO
                   STRING WS-SITUACAO-CUPOM DELIMITED BY SPACE
                          " - TOTAL DO CUPOM NAO INFORMADO"
                                       DELIMITED BY SIZE
                       INTO WS-DET-SITUACAO
               WHEN VLR-DIFERENCA-CUPOM NOT EQUAL ZEROS
                   MOVE SPACES         TO WS-DET-SITUACAO
                   STRING WS-SITUACAO-CUPOM DELIMITED BY SPACE
                          " - DIFERENCA (DESCONTO/ARREDOND.)"
                                       DELIMITED BY SIZE
                       INTO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES         TO WS-DET-SITUACAO
                   STRING WS-SITUACAO-CUPOM DELIMITED BY SPACE
                          " - SOMA DOS ITENS CONFERE"
                                       DELIMITED BY SIZE
                       INTO WS-DET-SITUACAO
           END-EVALUATE.

           IF WS-FS-CUPOM-OK THEN
               ADD 1                   TO WS-QTD-CUPONS-REGISTRADOS
           END-IF.

           WRITE REG-REPORT    FROM WS-DET-CUPOM-1.
           WRITE REG-REPORT    FROM WS-DET-CUPOM-2.

           IF TOTAL-CUPOM-INFORMADO
              AND VLR-DIFERENCA-CUPOM NOT EQUAL ZEROS THEN
               ADD 1                   TO WS-QTD-CUPONS-DIFERENCA
               MOVE SPACES             TO WS-MENSAGEM
               STRING "ITENS " WS-DET-SOMA " X CUPOM " WS-DET-TOTAL
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               IF FLAG-MODO-AUTOMATICO THEN
                   DISPLAY WS-MENSAGEM
               ELSE
                   DISPLAY SS-LINHA-DE-MENSAGEM
                   ACCEPT WS-PROMPT AT 1301
                   DISPLAY SS-LIMPA-MENSAGEM
               END-IF
           END-IF.
      *
       P460-FIM.
      *
       P450-CONVERTE-VALOR.
      *
      *    *========================================================*
      *    * CONVERTE UM VALOR TEXTO COM VIRGULA DECIMAL (12,45) OU
      *    * INTEIRO (12) EM NUMERICO; QUALQUER OUTRO CARACTER DEIXA
      *    * FLAG-CONV-VALIDA DESLIGADA.
      *    *========================================================*
           MOVE "S"                    TO WS-CONV-VALIDO.
           MOVE "N"                    TO WS-CONV-ACHOU-VIRG.
           MOVE ZEROS                  TO WS-CONV-TOTAL.
           MOVE ZEROS                  TO WS-CONV-QTD-DEC.
           MOVE ZEROS                  TO WS-CONV-RESULTADO.

           PERFORM VARYING WS-CONV-IND FROM 1 BY 1
                   UNTIL WS-CONV-IND > 10
               EVALUATE TRUE
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL ","
                        AND WS-CONV-ACHOU-VIRG EQUAL "N"
                       MOVE "S"        TO WS-CONV-ACHOU-VIRG
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) NUMERIC
                       IF WS-CONV-QTD-DEC < 2 THEN
                           MOVE WS-CONV-CAMPO(WS-CONV-IND:1)
                                       TO WS-CONV-DIGITO
                           COMPUTE WS-CONV-TOTAL =
                               WS-CONV-TOTAL * 10 + WS-CONV-DIGITO
                           IF WS-CONV-ACHOU-VIRG EQUAL "S" THEN
                               ADD 1   TO WS-CONV-QTD-DEC
                           END-IF
                       END-IF
                   WHEN WS-CONV-CAMPO(WS-CONV-IND:1) EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N"        TO WS-CONV-VALIDO
               END-EVALUATE
           END-PERFORM.

           EVALUATE WS-CONV-QTD-DEC
               WHEN 0
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL
               WHEN 1
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 10
               WHEN OTHER
                   COMPUTE WS-CONV-RESULTADO = WS-CONV-TOTAL / 100
           END-EVALUATE.
      *
       P450-FIM.
      *
       P500-GRAVA-TRAILER.
      *
           WRITE REG-CARGA.
      *
       P500-FIM.
      *
       P510-INICIALIZA-RELATORIO.
      *
           OPEN OUTPUT SCMO0305.

           MOVE WS-ID-EXECUCAO-NUM     TO WS-CAB-ID-EXECUCAO.
           STRING  WS-DD-CORRENTE "/"
                   WS-MM-CORRENTE "/"
                   WS-AAAA-CORRENTE    INTO    WS-CAB-DT-SIS.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-2.
           IF FLAG-MODO-SIMULACAO THEN
               WRITE REG-REPORT FROM WS-LST-CAB-SIMULACAO
           END-IF.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
           WRITE REG-REPORT    FROM WS-LST-CAB-3.
           WRITE REG-REPORT    FROM WS-LST-CAB-4.
           WRITE REG-REPORT    FROM WS-LST-CAB-1.
      *
       P510-FIM.
      *
       P520-FINALIZA-RELATORIO.
      *
           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           MOVE "CUPONS REGISTRADOS..........................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-CUPONS-REGISTRADOS  TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "CUPONS RECUSADOS............................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-CUPONS-RECUSADOS    TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "CUPONS COM DIFERENCA ITENS X TOTAL..........: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-CUPONS-DIFERENCA    TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           MOVE "ITENS GERADOS PARA A CARGA..................: "
                                       TO WS-RESUMO-DESC-QTD.
           MOVE WS-QTD-ITENS-GERADOS       TO WS-RESUMO-QTD.
           WRITE REG-REPORT    FROM WS-LST-RESUMO-QTD.

           IF FLAG-MODO-SIMULACAO THEN
               WRITE REG-REPORT FROM WS-LST-CAB-SIMULACAO
           END-IF.

           WRITE REG-REPORT    FROM WS-LST-CAB-1.

           CLOSE SCMO0305.
      *
       P520-FIM.
      *
       P900-FIM.
           CLOSE NFCE-EXPORT
                 MERCADO
                 NFCE-CUPOM.
      *
           IF NOT FLAG-MODO-SIMULACAO THEN
               CLOSE NFCE-CUPOM-ITEM
           END-IF.
      *
           IF FLAG-ROTINA-OK THEN
               MOVE ZERO               TO RETURN-CODE
