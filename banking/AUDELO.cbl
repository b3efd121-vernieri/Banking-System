      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Stamp the chain link on an AUDIT.DAT record
      * Tectonics: cobc
      ******************************************************************
      * Called right before every WRITE REG-AUD to AUDIT.DAT: takes the
      * next link from ELOCAD and fills AUD-ELO.  The training audit
      * log (TRNAUD.DAT) is not chained and is never stamped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDELO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "E".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE "A".
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-REG-AUD.
                COPY AUDITLOG.

       PROCEDURE DIVISION USING LK-REG-AUD.
       INICIO.
              MOVE SPACES TO WS-ELO-DADOS.
              MOVE LK-REG-AUD(1:31) TO WS-ELO-DADOS.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS AUD-ELO-NUM
                                  AUD-ELO-ANT AUD-ELO-HASH.
              GOBACK.
