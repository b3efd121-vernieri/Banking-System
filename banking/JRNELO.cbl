      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Stamp the chain link on a JOURNAL.DAT record
      * Tectonics: cobc
      ******************************************************************
      * Called right before every WRITE REG-JRN to JOURNAL.DAT: takes
      * the next link from ELOCAD and fills JRN-ELO.  The training
      * journal (TRNJRN.DAT) is not chained and is never stamped;
      * the legs a partition leaves in its JRNJURnn/JRNCSTnn.DAT work
      * file are stamped by PARTCONF as it appends them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNELO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "E".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE "J".
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
          01 LK-REG-JRN.
                COPY JOURNAL.

       PROCEDURE DIVISION USING LK-REG-JRN.
       INICIO.
              MOVE SPACES TO WS-ELO-DADOS.
              MOVE LK-REG-JRN(1:76) TO WS-ELO-DADOS.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS JRN-ELO-NUM
                                  JRN-ELO-ANT JRN-ELO-HASH.
              GOBACK.
