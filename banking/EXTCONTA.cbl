              CALL "CTAVAL" USING JRN-CONTA-DEB JRN-CONTA-CRE
                                  WS-CTA-OK.
              IF WS-CTA-OK = "S"
                 CALL "JRNELO" USING REG-JRN
                 WRITE REG-JRN
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "ERRO NO JOURNAL CODIGO " CODIGO-W
