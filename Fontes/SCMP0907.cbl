      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CARIMBO DA TRILHA DE AUDITORIA - CHAMADO POR TODOS OS
      *          PROGRAMAS IMEDIATAMENTE ANTES DO WRITE REG-AUDITORIA.
      *          ATRIBUI A PROXIMA SEQUENCIA, CALCULA O VERIFICADOR
      *          PROPRIO DO REGISTRO E O VERIFICADOR DE CADEIA (A PARTIR
      *          DO VERIFICADOR DO REGISTRO ANTERIOR) E GUARDA AMBOS NO
      *          CONTROLE AUDITORIA-SEQ.txt PARA O PROXIMO REGISTRO. A
      *          CONFERENCIA DA CADEIA E FEITA PELO SCMP0087
      * Mod: 15/10/2026 - controle AUDITORIA-SEQ.txt aberto I-O com
      *      bloqueio exclusivo (ler, somar e regravar numa operacao
      *      so), repetindo a abertura enquanto outro operador o tiver
      *      preso (status 61): dois programas ao mesmo tempo nao
      *      recebem mais a mesma sequencia. Sem conseguir o controle,
      *      o registro volta sem sequencia e aparece na conferencia
      *      do SCMP0087
      * Mod: 15/10/2026 - controle passa a ser o registro unico do
      *      indexado AUDITORIA-SEQ.dat (chave AUDITSEQ), lido com
      *      bloqueio (READ WITH LOCK) e regravado (REWRITE). Registro
      *      preso por outro programa e lido de novo ate 5 vezes, com 1
      *      segundo de espera; sem conseguir, a falha e informada em
      *      SYSERR e o registro volta sem sequencia
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0907.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-SEQ ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\AUDITORIA-SEQ.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS SEQ-CHAVE-CONTROLE
                LOCK MODE      IS MANUAL
                FILE STATUS    IS WS-FS-AUDITORIA-SEQ.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD AUDITORIA-SEQ.
           COPY "AuditoriaSeq.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-CALCULO-VERIFICADOR.
           05 WS-VERIFICADOR-ANTERIOR    PIC 9(010) VALUE ZEROS.
           05 WS-IMAGEM-REGISTRO         PIC X(237) VALUE SPACES.
           05 WS-VERIFICADOR             PIC 9(010) VALUE ZEROS.
      *
       01  WS-ULTIMO-CONTROLE.
           05 WS-ULTIMA-SEQUENCIA        PIC 9(009) VALUE ZEROS.
           05 WS-ULTIMO-VERIFICADOR      PIC 9(010) VALUE ZEROS.
      *
       77 WS-CHAVE-CONTROLE              PIC X(08) VALUE "AUDITSEQ".
      *
       77 WS-FS-AUDITORIA-SEQ            PIC X(02).
           88 WS-FS-SEQ-OK               VALUE "00".
           88 WS-FS-SEQ-NAO-EXISTE       VALUE "35".
           88 WS-FS-SEQ-SEM-REGISTRO     VALUE "23".
      *
      *    REGISTRO PRESO POR OUTRO PROGRAMA: NOVA LEITURA DEPOIS DA
      *    ESPERA, ATE O LIMITE DE TENTATIVAS
       77 WS-QTD-TENTATIVAS              PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS              PIC 9(02) VALUE 5.
       77 WS-SEGUNDOS-ESPERA             PIC 9(02) VALUE 1.
      *
       77 WS-CONTROLE-LIDO               PIC X(01) VALUE "N".
           88 FLAG-CONTROLE-LIDO         VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
           COPY "Auditoria.cpy".
      *-----------------------------------------------------------------
      * REG-AUDITORIA = registro ja montado pelo chamador; voltam
      *                 preenchidos AUD-SEQUENCIA, AUD-VERIFICADOR-REG
      *                 e AUD-VERIFICADOR
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REG-AUDITORIA.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           PERFORM P100-LE-CONTROLE THRU P100-FIM.
      *
           IF NOT FLAG-CONTROLE-LIDO THEN
               MOVE ZEROS                  TO AUD-SEQUENCIA
                                              AUD-VERIFICADOR-REG
                                              AUD-VERIFICADOR
               PERFORM P300-INFORMA-FALHA THRU P300-FIM
               GOBACK
           END-IF.
      *
           COMPUTE AUD-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1.
      *
           MOVE REG-AUDITORIA(1:237)       TO WS-IMAGEM-REGISTRO.
      *
           MOVE ZEROS                      TO WS-VERIFICADOR-ANTERIOR.
           CALL "SCMP0908" USING WS-CALCULO-VERIFICADOR.
           MOVE WS-VERIFICADOR             TO AUD-VERIFICADOR-REG.
      *
           MOVE WS-ULTIMO-VERIFICADOR      TO WS-VERIFICADOR-ANTERIOR.
           CALL "SCMP0908" USING WS-CALCULO-VERIFICADOR.
           MOVE WS-VERIFICADOR             TO AUD-VERIFICADOR.
      *
           PERFORM P200-GRAVA-CONTROLE THRU P200-FIM.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-LE-CONTROLE.
      *
      *    *========================================================*
      *    * SEM CONTROLE (PRIMEIRO REGISTRO ENCADEADO) A CADEIA
      *    * COMECA NA SEQUENCIA 1 COM VERIFICADOR ANTERIOR ZERO. O
      *    * REGISTRO FICA PRESO ATE O P200 REGRAVAR E FECHAR
      *    *========================================================*
           MOVE ZEROS                      TO WS-ULTIMA-SEQUENCIA
                                              WS-ULTIMO-VERIFICADOR
                                              WS-QTD-TENTATIVAS.
           MOVE "N"                        TO WS-CONTROLE-LIDO.
      *
           OPEN I-O AUDITORIA-SEQ.
      *
           IF WS-FS-SEQ-NAO-EXISTE THEN
               OPEN OUTPUT AUDITORIA-SEQ
               CLOSE AUDITORIA-SEQ
               OPEN I-O AUDITORIA-SEQ
           END-IF.
      *
           IF NOT WS-FS-SEQ-OK THEN
               GO TO P100-FIM
           END-IF.
      *
           PERFORM P110-LE-COM-BLOQUEIO THRU P110-FIM
               UNTIL FLAG-CONTROLE-LIDO
                  OR WS-QTD-TENTATIVAS NOT LESS WS-MAX-TENTATIVAS.
      *
           IF NOT FLAG-CONTROLE-LIDO THEN
               CLOSE AUDITORIA-SEQ
               GO TO P100-FIM
           END-IF.
      *
           IF SEQ-ULTIMA-SEQUENCIA IS NUMERIC
              AND SEQ-ULTIMO-VERIFICADOR IS NUMERIC THEN
               MOVE SEQ-ULTIMA-SEQUENCIA   TO WS-ULTIMA-SEQUENCIA
               MOVE SEQ-ULTIMO-VERIFICADOR TO WS-ULTIMO-VERIFICADOR
           END-IF.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P110-LE-COM-BLOQUEIO.
      *
           IF WS-QTD-TENTATIVAS > ZEROS THEN
               CALL "C$SLEEP" USING WS-SEGUNDOS-ESPERA
           END-IF.
      *
           ADD 1                           TO WS-QTD-TENTATIVAS.
      *
           MOVE WS-CHAVE-CONTROLE          TO SEQ-CHAVE-CONTROLE.
      *
           READ AUDITORIA-SEQ WITH LOCK
               KEY IS SEQ-CHAVE-CONTROLE
                   INVALID KEY
                       CONTINUE
           END-READ.
      *
           IF WS-FS-SEQ-OK THEN
               SET FLAG-CONTROLE-LIDO      TO TRUE
               GO TO P110-FIM
           END-IF.
      *
      *    CONTROLE SEM O REGISTRO: E CRIADO ZERADO E LIDO DE NOVO NA
      *    PROXIMA TENTATIVA (SE OUTRO PROGRAMA O CRIOU ANTES, O WRITE
      *    RECUSADO NAO FAZ DIFERENCA)
           IF WS-FS-SEQ-SEM-REGISTRO THEN
               MOVE WS-CHAVE-CONTROLE      TO SEQ-CHAVE-CONTROLE
               MOVE ZEROS                  TO SEQ-ULTIMA-SEQUENCIA
                                              SEQ-ULTIMO-VERIFICADOR
               ACCEPT SEQ-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               ACCEPT SEQ-HORA-ATUALIZACAO FROM TIME
               WRITE REG-AUDITORIA-SEQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *
       P110-FIM.
      *-----------------------------------------------------------------
       P200-GRAVA-CONTROLE.
      *
           MOVE WS-CHAVE-CONTROLE          TO SEQ-CHAVE-CONTROLE.
           MOVE AUD-SEQUENCIA              TO SEQ-ULTIMA-SEQUENCIA.
           MOVE AUD-VERIFICADOR            TO SEQ-ULTIMO-VERIFICADOR.
           ACCEPT SEQ-DATA-ATUALIZACAO     FROM DATE YYYYMMDD.
           ACCEPT SEQ-HORA-ATUALIZACAO     FROM TIME.
      *
           REWRITE REG-AUDITORIA-SEQ
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *
           CLOSE AUDITORIA-SEQ.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-INFORMA-FALHA.
      *
      *    *========================================================*
      *    * O CHAMADOR SEGUE E GRAVA O REGISTRO SEM SEQUENCIA, QUE A
      *    * CONFERENCIA DO SCMP0087 APONTA; A FALHA FICA NO SYSERR
      *    *========================================================*
           DISPLAY "SCMP0907 - CONTROLE AUDITORIA-SEQ INDISPONIVEL (FS "
                   WS-FS-AUDITORIA-SEQ ", " WS-QTD-TENTATIVAS
                   " TENTATIVAS) - " AUD-PROGRAMA " GRAVA SEM SEQUENCIA"
                   UPON SYSERR.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0907.
