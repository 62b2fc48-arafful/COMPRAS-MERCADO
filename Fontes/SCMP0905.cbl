      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: VALIDACAO DE CNPJ - CONFERE OS DOIS DIGITOS
      *          VERIFICADORES (MODULO 11) E RECUSA OS PADROES QUE
      *          PASSARIAM NO CALCULO MAS NAO EXISTEM (TODOS OS DIGITOS
      *          IGUAIS). USADO POR TODA TELA OU CARGA QUE RECEBE UM
      *          CNPJ DE MERCADO OU DE FORNECEDOR
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0905.
      * VALIDA O CNPJ INFORMADO EM LKS-CNPJ (14 DIGITOS, SEM PONTOS,
      * BARRA OU HIFEN)
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-CNPJ                    PIC 9(014).
           05 WS-CNPJ-R REDEFINES WS-CNPJ.
               10 WS-DIGITO-CNPJ         PIC 9(001) OCCURS 14 TIMES.
           05 WS-PESOS-DV1               PIC X(012) VALUE
                                                   "543298765432".
           05 WS-PESOS-DV1-R REDEFINES WS-PESOS-DV1.
               10 WS-PESO-DV1            PIC 9(001) OCCURS 12 TIMES.
           05 WS-PESOS-DV2               PIC X(013) VALUE
                                                   "6543298765432".
           05 WS-PESOS-DV2-R REDEFINES WS-PESOS-DV2.
               10 WS-PESO-DV2            PIC 9(001) OCCURS 13 TIMES.
           05 WS-IND-DIGITO              PIC 9(002).
           05 WS-QTD-DIGITOS-IGUAIS      PIC 9(002).
           05  WS-CALCULO-DIGITO.
               10  WS-SOMA               PIC 9(004).
               10  WS-QUOCIENTE          PIC 9(004).
               10  WS-DIGITO-CALCULADO   PIC 9(002).
               10  WS-RESTO              PIC 9(004).
                   88  RESTO-MENOR-QUE-2 VALUE 0000 0001.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-CNPJ                   PIC X(014).
           05 LKS-RETORNO                PIC 9(001).
      *-----------------------------------------------------------------
      * LKS-CNPJ    = CNPJ COM OS 14 DIGITOS, SEM FORMATACAO
      * LKS-RETORNO = 0 - CNPJ correto
      * LKS-RETORNO = 1 - CNPJ com caracteres nao numericos ou
      *                   incompleto
      * LKS-RETORNO = 2 - Digito verificador invalido
      * LKS-RETORNO = 3 - Padrao invalido (todos os digitos iguais)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
           MOVE ZERO                           TO LKS-RETORNO.

           IF LKS-CNPJ IS NOT NUMERIC
               MOVE 1                          TO LKS-RETORNO
               GOBACK
           END-IF.

           MOVE LKS-CNPJ                       TO WS-CNPJ.

           PERFORM P100-VERIFICA-PADRAO THRU P100-FIM.

           IF LKS-RETORNO EQUAL ZERO
               PERFORM P200-VALIDA-DV1  THRU P200-FIM
           END-IF.

           IF LKS-RETORNO EQUAL ZERO
               PERFORM P300-VALIDA-DV2  THRU P300-FIM
           END-IF.

           GOBACK.
      *-----------------------------------------------------------------
       P100-VERIFICA-PADRAO.
      *
      *----<< 00000000000000, 11111111111111 ... 99999999999999 >>------
           MOVE ZEROS                          TO WS-QTD-DIGITOS-IGUAIS.

           PERFORM VARYING WS-IND-DIGITO FROM 2 BY 1
                     UNTIL WS-IND-DIGITO > 14
               IF WS-DIGITO-CNPJ(WS-IND-DIGITO) EQUAL
                  WS-DIGITO-CNPJ(1)
                   ADD 1                       TO WS-QTD-DIGITOS-IGUAIS
               END-IF
           END-PERFORM.

           IF WS-QTD-DIGITOS-IGUAIS EQUAL 13
               MOVE 3                          TO LKS-RETORNO
           END-IF.
      *
       P100-FIM.
      *-----------------------------------------------------------------
       P200-VALIDA-DV1.
      *
      *----<< 12 PRIMEIROS DIGITOS x PESOS 5 A 2 E 9 A 2 >>-------------
           MOVE ZEROS                          TO WS-SOMA.

           PERFORM VARYING WS-IND-DIGITO FROM 1 BY 1
                     UNTIL WS-IND-DIGITO > 12
               COMPUTE WS-SOMA = WS-SOMA
                   + WS-DIGITO-CNPJ(WS-IND-DIGITO)
                   * WS-PESO-DV1(WS-IND-DIGITO)
           END-PERFORM.

           PERFORM P400-CALCULA-DIGITO THRU P400-FIM.

           IF WS-DIGITO-CALCULADO NOT EQUAL WS-DIGITO-CNPJ(13)
               MOVE 2                          TO LKS-RETORNO
           END-IF.
      *
       P200-FIM.
      *-----------------------------------------------------------------
       P300-VALIDA-DV2.
      *
      *----<< 13 PRIMEIROS DIGITOS x PESOS 6 A 2 E 9 A 2 >>-------------
           MOVE ZEROS                          TO WS-SOMA.

           PERFORM VARYING WS-IND-DIGITO FROM 1 BY 1
                     UNTIL WS-IND-DIGITO > 13
               COMPUTE WS-SOMA = WS-SOMA
                   + WS-DIGITO-CNPJ(WS-IND-DIGITO)
                   * WS-PESO-DV2(WS-IND-DIGITO)
           END-PERFORM.

           PERFORM P400-CALCULA-DIGITO THRU P400-FIM.

           IF WS-DIGITO-CALCULADO NOT EQUAL WS-DIGITO-CNPJ(14)
               MOVE 2                          TO LKS-RETORNO
           END-IF.
      *
       P300-FIM.
      *-----------------------------------------------------------------
       P400-CALCULA-DIGITO.
      *
      *----<< RESTO 0 OU 1 = DIGITO ZERO, SENAO 11 - RESTO >>-----------
           DIVIDE WS-SOMA BY 11    GIVING      WS-QUOCIENTE
                                   REMAINDER   WS-RESTO.

           IF RESTO-MENOR-QUE-2 THEN
               MOVE ZERO                       TO WS-DIGITO-CALCULADO
           ELSE
               COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO
           END-IF.
      *
       P400-FIM.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0905.
