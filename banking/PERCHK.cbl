      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Tell whether an accounting period is closed
      * Tectonics: cobc
      ******************************************************************
      * LK-FECHADO answers "S" when PERIODO.DAT holds LK-AAAAMM as
      * closed by FECHAMES.  No calendar yet means no month was ever
      * closed - every period answers "N".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PERIODOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PER-AAAAMM
              FILE STATUS ARQST-PER.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PER
                VALUE OF FILE-ID IS "PERIODO.DAT".
          01 REG-PER.
                COPY PERIODO.

       WORKING-STORAGE SECTION.
          01 ARQST-PER               PIC X(02).

       LINKAGE SECTION.
          01 LK-AAAAMM               PIC 9(06).
          01 LK-FECHADO              PIC X(01).

       PROCEDURE DIVISION USING LK-AAAAMM LK-FECHADO.
       INICIO.
              MOVE "N" TO LK-FECHADO.
              OPEN INPUT PERIODOS.
              IF ARQST-PER NOT = "00"
                 GOBACK.
              MOVE LK-AAAAMM TO PER-AAAAMM.
              READ PERIODOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PER-SITUACAO = "F"
                       MOVE "S" TO LK-FECHADO
                    END-IF
              END-READ.
              CLOSE PERIODOS.
              GOBACK.
