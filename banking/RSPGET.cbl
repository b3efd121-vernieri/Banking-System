      ******************************************************************
      * Author: Vernieri
      * Date: September 28, 2026
      * Purpose: Guardian of a minor account
      * Tectonics: cobc
      ******************************************************************
      * LK-ACHOU "S" when RESPONS.DAT links the account to a legal
      * guardian, whose CPF comes back in LK-CPF-RESP.  LK-MODO "T"
      * reads the training link file, whose account codes are not
      * the production ones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSPGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RESPONSAVEIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY RSP-CODIGO
              FILE STATUS ARQST-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSAVEIS LABEL RECORD STANDARD
                DATA RECORD IS REG-RSP
                VALUE OF FILE-ID IS WS-ARQ-RESPONS.
          01 REG-RSP.
                COPY RESPONS.

       WORKING-STORAGE SECTION.
          01 WS-ARQ-RESPONS          PIC X(12) VALUE "RESPONS.DAT".
          01 ARQST-RSP               PIC X(02).

       LINKAGE SECTION.
          01 LK-CODIGO               PIC 9(04).
          01 LK-MODO                 PIC X(01).
          01 LK-CPF-RESP             PIC X(11).
          01 LK-ACHOU                PIC X(01).

       PROCEDURE DIVISION USING LK-CODIGO LK-MODO LK-CPF-RESP
                                LK-ACHOU.
       INICIO.
              MOVE "N"    TO LK-ACHOU.
              MOVE SPACES TO LK-CPF-RESP.
              IF LK-MODO = "T"
                 MOVE "TRNRSP.DAT"  TO WS-ARQ-RESPONS
              ELSE
                 MOVE "RESPONS.DAT" TO WS-ARQ-RESPONS.
              OPEN INPUT RESPONSAVEIS.
              IF ARQST-RSP NOT = "00"
                 GOBACK.
              MOVE LK-CODIGO TO RSP-CODIGO.
              READ RESPONSAVEIS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RSP-CPF-RESP TO LK-CPF-RESP
                    MOVE "S" TO LK-ACHOU
              END-READ.
              CLOSE RESPONSAVEIS.
              GOBACK.
