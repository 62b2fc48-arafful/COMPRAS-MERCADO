      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: LEITURA DE PARAMETRO DO SISTEMA - DEVOLVE O VALOR DE UM
      *          LIMITE DE NEGOCIO GRAVADO EM PARAMETRO.dat (MANTIDO PELO
      *          ADMINISTRADOR NO SCMP0082). SEM O ARQUIVO, SEM O
      *          PARAMETRO OU COM VALOR FORA DA FAIXA VALIDA, DEVOLVE O
      *          VALOR PADRAO INFORMADO PELO PROGRAMA CHAMADOR
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0919.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\PARAMETRO.dat"
                ORGANIZATION   IS INDEXED
                ACCESS         IS RANDOM
                RECORD KEY     IS COD-PARAMETRO
                FILE STATUS    IS WS-FS-PARAMETRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD PARAMETRO.
           COPY "Parametro.cpy".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-FS-PARAMETRO                PIC X(02).
           88 WS-FS-PRM-OK               VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
           COPY "LeParametro.cpy".
      *-----------------------------------------------------------------
      * LPR-COD-PARAMETRO = codigo do parametro - entrada
      * LPR-VLR-PADRAO    = valor do proprio programa - entrada
      * LPR-VLR-PARAMETRO = valor a usar - saida
      * LPR-ORIGEM        = A - valor lido de PARAMETRO.dat
      *                     P - valor padrao do programa
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REG-LE-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           MOVE LPR-VLR-PADRAO             TO LPR-VLR-PARAMETRO.
           SET LPR-ORIGEM-PADRAO           TO TRUE.
      *
           PERFORM P100-LE-PARAMETRO THRU P100-FIM.
      *
           GOBACK.
      *-----------------------------------------------------------------
       P100-LE-PARAMETRO.
      *
           OPEN INPUT PARAMETRO.
      *
           IF NOT WS-FS-PRM-OK THEN
               GO TO P100-FIM
           END-IF.
      *
           MOVE LPR-COD-PARAMETRO          TO COD-PARAMETRO.
      *
           READ PARAMETRO
               KEY IS COD-PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VLR-PARAMETRO NOT LESS VLR-MINIMO-PARAMETRO
                          AND VLR-PARAMETRO
                                  NOT GREATER VLR-MAXIMO-PARAMETRO
                           MOVE VLR-PARAMETRO  TO LPR-VLR-PARAMETRO
                           SET LPR-ORIGEM-ARQUIVO TO TRUE
                       END-IF
           END-READ.
      *
           CLOSE PARAMETRO.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0919.
