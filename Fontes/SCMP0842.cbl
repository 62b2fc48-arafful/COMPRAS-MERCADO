      * Author: ANDRE RAFFUL
      * Date: 02/09/2026
      * Purpose: CADASTRO DE RECEITAS - LISTAGEM
      * Mod: 15/10/2026 - ingrediente que e sub-receita sai com o nome
      *      dela e as porcoes usadas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0842.
                                           TO WS-ITEM-QTD
                           MOVE UND-MEDIDA-RECEITA
                                           TO WS-ITEM-UND
                           IF ITEM-RECEITA-SUB-RECEITA
                               MOVE "SUB-RECEITA" TO WS-ITEM-COD
                               MOVE SUB-RECEITA-ITEM
                                           TO WS-ITEM-DESC
                           END-IF
                           WRITE REG-REPORT FROM WS-LST-DET-2
                       END-IF
               END-READ
