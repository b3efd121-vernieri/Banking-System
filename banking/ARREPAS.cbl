              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL EMPRESA " ARR-EMPRESA
