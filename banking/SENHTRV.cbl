      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Refusal of trivial 4-digit operator passwords
      * Tectonics: cobc
      ******************************************************************
      * LK-TRIVIAL returns "S" when LK-SENHA is one digit repeated
      * (0000, 7777) or a run of consecutive digits going up or down
      * (0123, 1234, 6789, 9876, 3210) - the first passwords anyone
      * tries on a terminal left signed in.  MENU and OPRMAN refuse
      * them before anything is stored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SENHTRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-SENHA-DIG.
                02 WS-DIG            PIC 9(01) OCCURS 4 TIMES.
          01 WS-I                    PIC 9(01) VALUE ZEROS.
          01 WS-IGUAIS               PIC 9(01) VALUE ZEROS.
          01 WS-SOBE                 PIC 9(01) VALUE ZEROS.
          01 WS-DESCE                PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-SENHA                PIC 9(04).
          01 LK-TRIVIAL              PIC X(01).

       PROCEDURE DIVISION USING LK-SENHA LK-TRIVIAL.
       INICIO.
              MOVE LK-SENHA TO WS-SENHA-DIG.
              MOVE ZEROS TO WS-IGUAIS WS-SOBE WS-DESCE.
              PERFORM COMPARA-DIGITO
                      VARYING WS-I FROM 2 BY 1
                      UNTIL WS-I > 4.
              IF WS-IGUAIS = 3 OR WS-SOBE = 3 OR WS-DESCE = 3
                 MOVE "S" TO LK-TRIVIAL
              ELSE
                 MOVE "N" TO LK-TRIVIAL.
              GOBACK.

       COMPARA-DIGITO.
              IF WS-DIG(WS-I) = WS-DIG(WS-I - 1)
                 ADD 1 TO WS-IGUAIS.
              IF WS-DIG(WS-I) = WS-DIG(WS-I - 1) + 1
                 ADD 1 TO WS-SOBE.
              IF WS-DIG(WS-I) + 1 = WS-DIG(WS-I - 1)
                 ADD 1 TO WS-DESCE.
