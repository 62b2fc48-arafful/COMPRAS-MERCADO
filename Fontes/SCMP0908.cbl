      ******************************************************************
      * Author: ANDRE RAFFUL
      * Date: 15/10/2026
      * Purpose: CALCULO DO VERIFICADOR DA TRILHA DE AUDITORIA - A
      *          PARTIR DO VERIFICADOR ANTERIOR E DA IMAGEM DO REGISTRO
      *          (DADOS + SEQUENCIA) DEVOLVE O NOVO VERIFICADOR, UM
      *          RESIDUO MODULO 2147483647 ACUMULADO BYTE A BYTE.
      *          COM ANTERIOR ZERO E O VERIFICADOR PROPRIO DO REGISTRO;
      *          COM O VERIFICADOR DO REGISTRO PRECEDENTE E O ELO DA
      *          CADEIA. USADO NA GRAVACAO (SCMP0907) E NA CONFERENCIA
      *          (SCMP0087), QUE PRECISAM DO MESMO CALCULO
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    SCMP0908.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUXILIARES.
           05 WS-IND-BYTE                PIC 9(003) VALUE ZEROS.
           05 WS-ACUMULADO               PIC 9(012) VALUE ZEROS.
           05 WS-QUOCIENTE               PIC 9(012) VALUE ZEROS.
           05 WS-RESIDUO                 PIC 9(010) VALUE ZEROS.
      *
       77 WS-MODULO                      PIC 9(010) VALUE 2147483647.
       77 WS-MULTIPLICADOR               PIC 9(003) VALUE 263.
      *
      *    *========================================================*
      *    * O BYTE VAI PARA A METADE BAIXA DE UM BINARIO DE 2 BYTES
      *    * COM A METADE ALTA ZERADA - O VALOR NUMERICO E O CODIGO
      *    * DO CARACTER (0 A 255)
      *    *========================================================*
       01  WS-CONVERTE-BYTE.
           05 WS-BYTE-ALTO               PIC X(001) VALUE LOW-VALUE.
           05 WS-BYTE-BAIXO              PIC X(001) VALUE LOW-VALUE.
       01  WS-CONVERTE-BYTE-NUM REDEFINES WS-CONVERTE-BYTE
                                         PIC 9(004) BINARY.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  LKS-PARAMETRO.
           05 LKS-VERIFICADOR-ANTERIOR   PIC 9(010).
           05 LKS-IMAGEM-REGISTRO        PIC X(237).
           05 LKS-VERIFICADOR            PIC 9(010).
      *-----------------------------------------------------------------
      * LKS-VERIFICADOR-ANTERIOR = zero para o verificador proprio do
      *                            registro, ou o verificador de cadeia
      *                            do registro precedente
      * LKS-IMAGEM-REGISTRO      = REG-AUDITORIA de AUD-DATA ate
      *                            AUD-SEQUENCIA (237 bytes)
      * LKS-VERIFICADOR          = verificador calculado (devolvido)
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LKS-PARAMETRO.
      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
      *
           IF LKS-VERIFICADOR-ANTERIOR NOT NUMERIC THEN
               MOVE ZEROS                  TO WS-RESIDUO
           ELSE
               DIVIDE LKS-VERIFICADOR-ANTERIOR BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESIDUO
           END-IF.
      *
           MOVE LOW-VALUE                  TO WS-BYTE-ALTO.
      *
           PERFORM VARYING WS-IND-BYTE FROM 1 BY 1
                   UNTIL WS-IND-BYTE > 237
               MOVE LKS-IMAGEM-REGISTRO(WS-IND-BYTE:1)
                                           TO WS-BYTE-BAIXO
               COMPUTE WS-ACUMULADO = WS-RESIDUO * WS-MULTIPLICADOR
                                    + WS-CONVERTE-BYTE-NUM
                                    + WS-IND-BYTE
               DIVIDE WS-ACUMULADO BY WS-MODULO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESIDUO
           END-PERFORM.
      *
           MOVE WS-RESIDUO                 TO LKS-VERIFICADOR.
      *
           GOBACK.
      *-----------------------------------------------------------------
       END PROGRAM SCMP0908.
