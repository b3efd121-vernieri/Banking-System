          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-GRAVADOS         PIC 9(06) VALUE ZEROS.
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "R".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE SPACE.
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.
          01 WS-ELO-NUM              PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ANT              PIC 9(10) VALUE ZEROS.
          01 WS-ELO-HASH             PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              IF ARQST-VJR NOT = "00"
                 DISPLAY "JOURNAL.VEL AUSENTE - NADA A CONVERTER"
                 EXIT PARAGRAPH.
              MOVE "J" TO WS-ELO-ARQUIVO.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              OPEN OUTPUT JOURNAL.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM COPIA-JOURNAL UNTIL WS-FIM-ARQ = "S".
                    MOVE ZEROS TO JRN-OPERADOR
                    MOVE ZEROS TO JRN-HORA
                    MOVE ZEROS TO JRN-SEQ
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
                    IF ARQST-JRN = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
              IF ARQST-VAU NOT = "00"
                 DISPLAY "AUDIT.VEL AUSENTE - NADA A CONVERTER"
                 EXIT PARAGRAPH.
              MOVE "A" TO WS-ELO-ARQUIVO.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              OPEN OUTPUT AUDITORIA.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM COPIA-AUDIT UNTIL WS-FIM-ARQ = "S".
                    MOVE REG-VAU TO REG-AUD(1:21)
                    MOVE ZEROS TO AUD-OPERADOR
                    MOVE ZEROS TO AUD-HORA
                    CALL "AUDELO" USING REG-AUD
                    WRITE REG-AUD
                    IF ARQST-AUD = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
