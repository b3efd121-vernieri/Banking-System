      ******************************************************************
      * Run by the supervisor before the branch opens: refuses when
      * the previous day is still open (FIMDIA did not complete),
      * refuses a non-business date or a date in a month already
      * closed by FECHAMES, and records the new movement date in
      * DIAMOV.DAT - the date every posting program reads through
      * DATMOV instead of the machine clock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABREDIA.
          01 WS-DIA-UTIL             PIC X(01) VALUE "N".
          01 WS-UTIL-ANTERIOR        PIC 9(08) VALUE ZEROS.
          01 WS-UTIL-PROXIMO         PIC 9(08) VALUE ZEROS.
          01 WS-AAAAMM               PIC 9(06) VALUE ZEROS.
          01 WS-PER-FECHADO          PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
                         "ABERTURA RECUSADA"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE WS-DATA-NOVA(1:6) TO WS-AAAAMM.
              CALL "PERCHK" USING WS-AAAAMM WS-PER-FECHADO.
              IF WS-PER-FECHADO = "S"
                 DISPLAY "PERIODO " WS-AAAAMM " JA FECHADO PELO "
                         "FECHAMES - ABERTURA RECUSADA"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              PERFORM ABRE-O-DIA.

       ABRE-O-DIA.
