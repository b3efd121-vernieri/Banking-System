      ******************************************************************
      * Author: Vernieri
      * Date: September 24, 2026
      * Purpose: Lapse every auto-debit authorization of an account
      * Tectonics: cobc
      ******************************************************************
      * Called by the account closure in CLIc.  Every authorization
      * of LK-CODIGO still "A" in DEBAUT.DAT becomes "E" (extinta)
      * and leaves an AUDIT.DAT row under program DAUCAN (result
      * "E"), stamped with the operator who closed the account.  The
      * billers learn of it from the "02" answer CONVDEB gives to
      * their next request.  LK-QTD returns how many lapsed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAUCAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AUTORIZACOES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY DAU-CHAVE
              ALTERNATE RECORD KEY DAU-CODIGO WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-DAU.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD AUTORIZACOES LABEL RECORD STANDARD
                DATA RECORD IS REG-DAU
                VALUE OF FILE-ID IS "DEBAUT.DAT".
          01 REG-DAU.
                COPY DEBAUT.

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       WORKING-STORAGE SECTION.
          01 ARQST-DAU               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 WS-FIM-DAU              PIC X(01) VALUE "N".
          COPY DATASIS.

       LINKAGE SECTION.
          01 LK-CODIGO               PIC 9(04).
          01 LK-OPERADOR             PIC 9(04).
          01 LK-QTD                  PIC 9(02).

       PROCEDURE DIVISION USING LK-CODIGO LK-OPERADOR LK-QTD.
       INICIO.
              MOVE ZEROS TO LK-QTD.
      * Sem arquivo de autorizacoes nao ha o que extinguir.
              OPEN I-O AUTORIZACOES.
              IF ARQST-DAU NOT = "00"
                 GOBACK.
              OPEN EXTEND AUDITORIA.
              IF ARQST-AUD NOT = "00"
                 OPEN OUTPUT AUDITORIA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "N" TO WS-FIM-DAU.
              MOVE LK-CODIGO TO DAU-CODIGO.
              START AUTORIZACOES KEY IS EQUAL TO DAU-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-DAU
              END-START.
              PERFORM EXTINGUE-AUTORIZACAO UNTIL WS-FIM-DAU = "S".
              CLOSE AUTORIZACOES.
              CLOSE AUDITORIA.
              GOBACK.

       EXTINGUE-AUTORIZACAO.
              READ AUTORIZACOES NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-DAU
                 NOT AT END
                    IF DAU-CODIGO NOT = LK-CODIGO
                       MOVE "S" TO WS-FIM-DAU
                    ELSE
                       IF DAU-SITUACAO = "A"
                          PERFORM BAIXA-AUTORIZACAO
                       END-IF
                    END-IF
              END-READ.

       BAIXA-AUTORIZACAO.
              MOVE "E"           TO DAU-SITUACAO.
              MOVE DATA-SIS(1:8) TO DAU-DATA-SITUAC.
              MOVE LK-OPERADOR   TO DAU-OPERADOR.
              REWRITE REG-DAU
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
              MOVE "DAUCAN"    TO AUD-PROGRAMA.
              MOVE "E"         TO AUD-RESULTADO.
              MOVE LK-OPERADOR TO AUD-OPERADOR.
              MOVE HORA-SIS    TO AUD-HORA.
              CALL "AUDELO" USING REG-AUD.
              WRITE REG-AUD.
