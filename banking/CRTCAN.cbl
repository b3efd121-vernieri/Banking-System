      ******************************************************************
      * Author: Vernieri
      * Date: September 9, 2026
      * Purpose: Cancel every open debit card of an account
      * Tectonics: cobc
      ******************************************************************
      * Called when an account stops being able to move money for
      * good - the closure in CADCLI and the death record in FALMAN.
      * Every card of LK-CODIGO not yet cancelled becomes "C" and
      * leaves an AUDIT.DAT row under program CRTCAN (result "C"),
      * stamped with the operator who caused it.  LK-QTD returns how
      * many cards were cancelled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRTCAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CRT-NUMERO
              ALTERNATE RECORD KEY CRT-CODIGO WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CRT.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD CARTOES LABEL RECORD STANDARD
                DATA RECORD IS REG-CRT
                VALUE OF FILE-ID IS "CARTOES.DAT".
          01 REG-CRT.
                COPY CARTAO.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-CRT               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 WS-FIM-CRT              PIC X(01) VALUE "N".
          COPY DATASIS.

       LINKAGE SECTION.
          01 LK-CODIGO               PIC 9(04).
          01 LK-OPERADOR             PIC 9(04).
          01 LK-QTD                  PIC 9(02).

       PROCEDURE DIVISION USING LK-CODIGO LK-OPERADOR LK-QTD.
       INICIO.
              MOVE ZEROS TO LK-QTD.
      * Sem arquivo de cartoes nao ha o que cancelar.
              OPEN I-O CARTOES.
              IF ARQST-CRT NOT = "00"
                 GOBACK.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                 OPEN OUTPUT AUDITORIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "N" TO WS-FIM-CRT.
              MOVE LK-CODIGO TO CRT-CODIGO.
              START CARTOES KEY IS EQUAL TO CRT-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-CRT
              END-START.
              PERFORM CANCELA-CARTAO UNTIL WS-FIM-CRT = "S".
              CLOSE CARTOES.
              CLOSE AUDITORIA.
              GOBACK.

       CANCELA-CARTAO.
              READ CARTOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CRT
                 NOT AT END
                    IF CRT-CODIGO NOT = LK-CODIGO
                       MOVE "S" TO WS-FIM-CRT
                    ELSE
                       IF CRT-SITUACAO NOT = "C"
                          PERFORM BAIXA-CARTAO
                       END-IF
                    END-IF
              END-READ.

       BAIXA-CARTAO.
              MOVE "C"           TO CRT-SITUACAO.
              MOVE DATA-SIS(1:8) TO CRT-DATA-SITUAC.
              REWRITE REG-CRT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO LK-QTD
                    PERFORM GRAVA-AUDITORIA
              END-REWRITE.

       GRAVA-AUDITORIA.
              MOVE LK-CODIGO   TO AUD-CODIGO.
              MOVE ANO         TO AUD-ANO.
              MOVE MES         TO AUD-MES.
              MOVE DIA         TO AUD-DIA.
              MOVE "CRTCAN"    TO AUD-PROGRAMA.
              MOVE "C"         TO AUD-RESULTADO.
              MOVE LK-OPERADOR TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.
