                 MOVE ZEROS TO WS-TAB-PRG-NEG(WS-I)
                 PERFORM SOMA-PROGRAMA.

      * A saida normal de sessao do TERMINAL ("E") nao e recusa.
       SOMA-PROGRAMA.
              IF AUD-RESULTADO = "S"
                 OR (AUD-PROGRAMA = "TERMINAL" AND AUD-RESULTADO = "E")
                 ADD 1 TO WS-TAB-PRG-OK(WS-I)
              ELSE
                 ADD 1 TO WS-TAB-PRG-NEG(WS-I).

       SOMA-CONTA.
              IF AUD-RESULTADO = "S"
                 OR (AUD-PROGRAMA = "TERMINAL" AND AUD-RESULTADO = "E")
                 ADD 1 TO WS-TAB-CTA-OK(WS-I)
              ELSE
                 ADD 1 TO WS-TAB-CTA-NEG(WS-I).
