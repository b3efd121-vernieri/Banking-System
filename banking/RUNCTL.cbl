      * Tectonics: cobc
      ******************************************************************
      * Called with LK-FUNCAO "C" to check whether LK-PROGRAMA already
      * completed for LK-DATA ("D" same day, "M" same month, "A" same
      * year), or "G" to record a completed run.  LK-RESULTADO
      * returns "L" (livre) or "J" (ja executado no periodo) on a
      * check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNCTL.
              PERFORM PROCURA-PROGRAMA UNTIL WS-FIM-RCT = "S".
              CLOSE RUNCONTROLE.
              IF WS-ACHOU = "S"
                 IF RCT-ANO = LK-ANO AND LK-PERIODO = "A"
                    MOVE "J" TO LK-RESULTADO
                 END-IF
                 IF RCT-ANO = LK-ANO AND RCT-MES = LK-MES
                    IF LK-PERIODO = "M" OR RCT-DIA = LK-DIA
                       MOVE "J" TO LK-RESULTADO
