      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: JORNAL DE ALTERACOES - CHAMADO POR TODOS OS PROGRAMAS
      *          LOGO APOS CADA GRAVACAO NUM ARQUIVO PERMANENTE (E PELOS
      *          BACKUPS, PARA A MARCA B). CARIMBA DATA E HORA E
      *          ACRESCENTA O REGISTRO, COM AS IMAGENS ANTES/DEPOIS, AO
      *          JORNAL.LOG, REAPLICADO PELA RECUPERACAO POS-RESTAURACAO
      *          (SCMP0084)
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0917.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO
               "F:\Meus Docs - Disco Rigido\Desenv\Meus Projetos\COMPRAS
      -        "-MERCADO\Arquivos\JORNAL.LOG"
                ORGANIZATION   IS LINE SEQUENTIAL
                ACCESS         IS SEQUENTIAL
                FILE STATUS    IS WS-FS-JORNAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD JORNAL.
       01  REG-JORNAL-ARQ                PIC X(2453).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-FS-JORNAL                   PIC X(02).
           88 WS-FS-JORNAL-OK            VALUE "00".
           88 WS-FS-JORNAL-NAO-EXISTE    VALUE "35".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
           COPY "Jornal.cpy".
      *-----------------------------------------------------------------
      * REG-JORNAL = registro ja montado pelo chamador (operador,
      *              programa, arquivo, operacao e imagens); voltam
      *              preenchidos JOR-DATA e JOR-HORA
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REG-JORNAL.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           ACCEPT JOR-DATA                 FROM DATE YYYYMMDD.
           ACCEPT JOR-HORA                 FROM TIME.
      *
           OPEN EXTEND JORNAL.
      *
           IF WS-FS-JORNAL-NAO-EXISTE THEN
               OPEN OUTPUT JORNAL
           END-IF.
      *
           IF WS-FS-JORNAL-OK THEN
               WRITE REG-JORNAL-ARQ        FROM REG-JORNAL
               CLOSE JORNAL
           END-IF.
      *
           GOBACK.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0917.
