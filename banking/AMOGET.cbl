      ******************************************************************
      * Author: Vernieri
      * Date: October 7, 2026
      * Purpose: Amortization system of a loan contract or simulation
      * Tectonics: cobc
      ******************************************************************
      * LK-SISTEMA comes back "S" for a SAC contract (or simulation)
      * registered in EMPAMORT.DAT and "P" for everything else - the
      * contracts granted before the register existed are all fixed
      * installment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMOGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AMORTIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY AMO-NUMERO
              FILE STATUS ARQST-AMO.

       DATA DIVISION.
       FILE SECTION.
       FD AMORTIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-AMO
                VALUE OF FILE-ID IS "EMPAMORT.DAT".
          01 REG-AMO.
                COPY EMPAMORT.

       WORKING-STORAGE SECTION.
          01 ARQST-AMO               PIC X(02).

       LINKAGE SECTION.
          01 LK-NUMERO               PIC 9(09).
          01 LK-SISTEMA              PIC X(01).

       PROCEDURE DIVISION USING LK-NUMERO LK-SISTEMA.
       INICIO.
              MOVE "P" TO LK-SISTEMA.
              OPEN INPUT AMORTIZACOES.
              IF ARQST-AMO NOT = "00"
                 GOBACK.
              MOVE LK-NUMERO TO AMO-NUMERO.
              READ AMORTIZACOES
                 INVALID KEY
                    CLOSE AMORTIZACOES
                    GOBACK
              END-READ.
              CLOSE AMORTIZACOES.
              IF AMO-SISTEMA = "S"
                 MOVE "S" TO LK-SISTEMA.
              GOBACK.
