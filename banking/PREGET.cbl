      ******************************************************************
      * Author: Vernieri
      * Date: October 5, 2026
      * Purpose: Pre-approved credit lookup of a CPF
      * Tectonics: cobc
      ******************************************************************
      * LK-ACHOU comes back "S" when PREAPROV.DAT (SCORE, monthly)
      * rated the CPF; score, band, maximum installment and limit
      * are then filled in.  A CPF never rated answers "N" with
      * zeros - nothing is pre-approved for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PREAPROVADOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PRE-CPF
              FILE STATUS ARQST-PRE.

       DATA DIVISION.
       FILE SECTION.
       FD PREAPROVADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRE
                VALUE OF FILE-ID IS "PREAPROV.DAT".
          01 REG-PRE.
                COPY PREAPROV.

       WORKING-STORAGE SECTION.
          01 ARQST-PRE               PIC X(02).

       LINKAGE SECTION.
          01 LK-CPF                  PIC X(11).
          01 LK-SCORE                PIC 9(04).
          01 LK-FAIXA                PIC X(01).
          01 LK-PARCELA-MAX          PIC 9(05)V99.
          01 LK-LIMITE               PIC 9(07)V99.
          01 LK-ACHOU                PIC X(01).

       PROCEDURE DIVISION USING LK-CPF LK-SCORE LK-FAIXA
                                LK-PARCELA-MAX LK-LIMITE LK-ACHOU.
       INICIO.
              MOVE "N"   TO LK-ACHOU.
              MOVE SPACE TO LK-FAIXA.
              MOVE ZEROS TO LK-SCORE LK-PARCELA-MAX LK-LIMITE.
              OPEN INPUT PREAPROVADOS.
              IF ARQST-PRE NOT = "00"
                 GOBACK.
              MOVE LK-CPF TO PRE-CPF.
              READ PREAPROVADOS
                 INVALID KEY
                    CLOSE PREAPROVADOS
                    GOBACK
              END-READ.
              CLOSE PREAPROVADOS.
              MOVE PRE-SCORE       TO LK-SCORE.
              MOVE PRE-FAIXA       TO LK-FAIXA.
              MOVE PRE-PARCELA-MAX TO LK-PARCELA-MAX.
              MOVE PRE-LIMITE      TO LK-LIMITE.
              MOVE "S"             TO LK-ACHOU.
              GOBACK.
