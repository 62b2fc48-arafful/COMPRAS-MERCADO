      *      dia util do mes (ULT) e com supressao em feriado (flag F),
      *      consultando o cadastro de feriados (FERIADO.dat, mantido
      *      em SCMP0093); o layout legado "SEG SCMP0420" segue aceito
      * Mod: 15/10/2026 - validacao de campos dos arquivos (SCMP0451)
      *      passa a ser agendavel
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCMP0096.
                   CALL "SCMP0420" USING WS-COM-AREA
               WHEN "SCMP0450"
                   CALL "SCMP0450" USING WS-COM-AREA
               WHEN "SCMP0451"
                   CALL "SCMP0451" USING WS-COM-AREA
               WHEN "SCMP0470"
                   CALL "SCMP0470" USING WS-COM-AREA
               WHEN "SCMP0480"
