              MOVE WS-SEQ-TRN    TO JRN-SEQ.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK = "S"
                 CALL "JRNELO" USING REG-JRN
                 WRITE REG-JRN
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
