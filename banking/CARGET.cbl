      ******************************************************************
      * Author: Vernieri
      * Date: October 8, 2026
      * Purpose: Whether a loan contract is in a grace period
      * Tectonics: cobc
      ******************************************************************
      * LK-CARENCIA comes back "S" when EMPCAREN.DAT holds a grace
      * period still open ("A") for the contract that covers the
      * billing period LK-PERIODO (AAAAMM) - the collection then
      * skips the installment of that month.  LK-JUROS returns how
      * the interest of the period is treated ("C"/"P").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CARENCIAS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CAR-NUMERO
              FILE STATUS ARQST-CAR.

       DATA DIVISION.
       FILE SECTION.
       FD CARENCIAS LABEL RECORD STANDARD
                DATA RECORD IS REG-CAR
                VALUE OF FILE-ID IS "EMPCAREN.DAT".
          01 REG-CAR.
                COPY EMPCAREN.

       WORKING-STORAGE SECTION.
          01 ARQST-CAR               PIC X(02).

       LINKAGE SECTION.
          01 LK-NUMERO               PIC 9(09).
          01 LK-PERIODO              PIC 9(06).
          01 LK-CARENCIA             PIC X(01).
          01 LK-JUROS                PIC X(01).

       PROCEDURE DIVISION USING LK-NUMERO LK-PERIODO LK-CARENCIA
                                LK-JUROS.
       INICIO.
              MOVE "N"   TO LK-CARENCIA.
              MOVE SPACE TO LK-JUROS.
              OPEN INPUT CARENCIAS.
              IF ARQST-CAR NOT = "00"
                 GOBACK.
              MOVE LK-NUMERO TO CAR-NUMERO.
              READ CARENCIAS
                 INVALID KEY
                    CLOSE CARENCIAS
                    GOBACK
              END-READ.
              CLOSE CARENCIAS.
              IF CAR-SITUACAO = "A"
                 AND LK-PERIODO NOT < CAR-INICIO
                 AND LK-PERIODO NOT > CAR-FIM
                 MOVE "S"       TO LK-CARENCIA
                 MOVE CAR-JUROS TO LK-JUROS.
              GOBACK.
