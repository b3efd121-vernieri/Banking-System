      * Reads DIAMOV.DAT and answers the accounting date every posting
      * must carry.  LK-ABERTO "S" with the date when ABREDIA opened a
      * day that FIMDIA has not yet closed; "N" otherwise - callers
      * refuse to post without an open day.  A day whose month was
      * already closed by FECHAMES (PERIODO.DAT) is not open either:
      * nothing may post into a closed accounting period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DATMOV.

       WORKING-STORAGE SECTION.
          01 ARQST-DMV               PIC X(02).
          01 WS-AAAAMM               PIC 9(06) VALUE ZEROS.
          01 WS-PER-FECHADO          PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-DATA                 PIC 9(08).
                    END-IF
              END-READ.
              CLOSE DIAMOV.
              IF LK-ABERTO = "S"
                 MOVE LK-DATA(1:6) TO WS-AAAAMM
                 CALL "PERCHK" USING WS-AAAAMM WS-PER-FECHADO
                 IF WS-PER-FECHADO = "S"
                    MOVE "N"   TO LK-ABERTO
                    MOVE ZEROS TO LK-DATA
                 END-IF
              END-IF.
              GOBACK.
