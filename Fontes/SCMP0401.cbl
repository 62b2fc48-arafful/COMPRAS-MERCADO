      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: MENU DE RELATORIOS - PAGINA 2 (CHAMADO PELA OPCAO X
      *          DO MENU DE RELATORIOS SCMP0400, QUE NAO TEM MAIS
      *          ESPACO NA TELA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0401.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *
       77 WS-OPCAO-MENU                        PIC X(01).
       77 WS-PROMPT                            PIC X(01).
      *
       77 WS-EXIT                              PIC X(01).
           88 EXIT-OK                          VALUE "S" FALSE "N".
      *
       LINKAGE SECTION.
      *
       01 LK-COM-AREA.
           03 LK-MENSAGEM                      PIC X(20).
           03 LK-OPERADOR-ID                   PIC X(08).
      *
       SCREEN SECTION.
       01 SS-CLEAR-SCREEN.
           05 BLANK SCREEN.
      *
       01 SS-MENU-SCREEN.
           05 LINE 02 COL 05 VALUE "SISTEMA DE COMPRAS DE MERCADO".
           05 LINE 03 COL 05 VALUE
                               "SMCP0401 - Menu de Relatorios (2)".
           05 LINE 04 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 05 COL 05 VALUE
                   "<1> - CARGA TRIBUTARIA DAS COMPRAS".
           05 LINE 06 COL 05 VALUE
                   "<2> - PREVISAO DE PRECOS (1 A 3 MESES)".
           05 LINE 07 COL 05 VALUE
                   "<3> - PROJECAO DE CAIXA DO PROXIMO MES".
           05 LINE 08 COL 05 VALUE
                   "<4> - GASTO POR CENTRO DE CUSTO E TIPO".
           05 LINE 09 COL 05 VALUE
                   "<5> - EXCECOES DA AUDITORIA (SEGREGACAO)".
           05 LINE 10 COL 05 VALUE
                   "<6> - CONFERENCIA DA CADEIA DA AUDITORIA".
           05 LINE 11 COL 05 VALUE
                   "<7> - QUALIDADE DOS PRECOS POR ORIGEM".
           05 LINE 12 COL 05 VALUE
                   "<8> - INDICE PESSOAL X INDICE OFICIAL".
           05 LINE 13 COL 05 VALUE
                   "<9> - COBRANCA ACIMA DA GONDOLA (MERCADO)".
           05 LINE 14 COL 05 VALUE
                   "<A> - VALIDACAO DE CAMPOS DOS ARQUIVOS".
           05 LINE 15 COL 05 VALUE
                   "<B> - PRECO DO ENCARTE X COBRADO NO CAIXA".
           05 LINE 21 COL 44 VALUE
                   "<Q> - RETORNAR MENU RELATORIOS".
           05 LINE 22 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
           05 LINE 23 COL 05 VALUE
                           "DIGITE A OPCAO DESEJADA: ".
           05 SS-OPCAO-MENU REVERSE-VIDEO PIC X(01)
                           USING WS-OPCAO-MENU.
           05 LINE 24 COL 05 VALUE
           "------------------------------------------------------------
      -    "--------------".
      *
       PROCEDURE DIVISION USING LK-COM-AREA.
      *
       MAIN-PROCEDURE.

           SET EXIT-OK                         TO FALSE.
      *
           PERFORM UNTIL EXIT-OK
               MOVE SPACES                     TO WS-OPCAO-MENU
      *
               DISPLAY SS-CLEAR-SCREEN
               DISPLAY SS-MENU-SCREEN
               ACCEPT  SS-MENU-SCREEN
      *
               EVALUATE WS-OPCAO-MENU
                   WHEN "1"
                       CALL "SCMP0441" USING LK-COM-AREA
                   WHEN "2"
                       CALL "SCMP0442" USING LK-COM-AREA
                   WHEN "3"
                       CALL "SCMP0443" USING LK-COM-AREA
                   WHEN "4"
                       CALL "SCMP0444" USING LK-COM-AREA
                   WHEN "5"
                       CALL "SCMP0445" USING LK-COM-AREA
                   WHEN "6"
                       CALL "SCMP0087" USING LK-COM-AREA
                   WHEN "7"
                       CALL "SCMP0446" USING LK-COM-AREA
                   WHEN "8"
                       CALL "SCMP0447" USING LK-COM-AREA
                   WHEN "9"
                       CALL "SCMP0448" USING LK-COM-AREA
                   WHEN "A"
                       CALL "SCMP0451" USING LK-COM-AREA
                   WHEN "a"
                       CALL "SCMP0451" USING LK-COM-AREA
                   WHEN "B"
                       CALL "SCMP0449" USING LK-COM-AREA
                   WHEN "b"
                       CALL "SCMP0449" USING LK-COM-AREA
                   WHEN "Q"
                       SET EXIT-OK             TO TRUE
                   WHEN "q"
                       SET EXIT-OK             TO TRUE
                   WHEN OTHER
                       SET EXIT-OK             TO FALSE
               END-EVALUATE
           END-PERFORM.

           GOBACK.
       END PROGRAM SCMP0401.
