      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Large cash withdrawal bookings - reserve and match
      * Tectonics: cobc
      ******************************************************************
      * LK-FUNCAO "R" answers in LK-VALOR the amount the account holds
      * in active SAQAGE.DAT bookings, to come off the available
      * balance of every debit - CLIop and every batch debit that
      * works out the free balance with BLJSUM alike.  "L" looks for
      * the active booking of the account for LK-AGENCIA and LK-DATA
      * and answers its amount (zero when there is none); "B" marks
      * that booking collected ("S") once the withdrawal is paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SAQRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAG.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       WORKING-STORAGE SECTION.
          01 ARQST-SAG               PIC X(02).
          01 WS-FIM-SAG              PIC X(01) VALUE "N".

       LINKAGE SECTION.
          01 LK-FUNCAO               PIC X(01).
          01 LK-CODIGO               PIC 9(04).
          01 LK-AGENCIA              PIC 9(04).
          01 LK-DATA                 PIC 9(08).
          01 LK-VALOR                PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-FUNCAO LK-CODIGO LK-AGENCIA
                                LK-DATA LK-VALOR.
       INICIO.
              MOVE ZEROS TO LK-VALOR.
              MOVE "N"   TO WS-FIM-SAG.
              IF LK-FUNCAO = "B"
                 OPEN I-O AGENDADOS
              ELSE
                 OPEN INPUT AGENDADOS.
              IF ARQST-SAG NOT = "00"
                 GOBACK.
              EVALUATE LK-FUNCAO
                 WHEN "R"
                    PERFORM SOMA-RESERVA UNTIL WS-FIM-SAG = "S"
                 WHEN "L"
                    PERFORM PROCURA-AGENDADO UNTIL WS-FIM-SAG = "S"
                 WHEN "B"
                    PERFORM BAIXA-AGENDADO UNTIL WS-FIM-SAG = "S"
              END-EVALUATE.
              CLOSE AGENDADOS.
              GOBACK.

       SOMA-RESERVA.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-SAG
                 NOT AT END
                    IF SAG-CODIGO = LK-CODIGO
                       AND SAG-SITUACAO = "A"
                       ADD SAG-VALOR TO LK-VALOR
                    END-IF
              END-READ.

       PROCURA-AGENDADO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-SAG
                 NOT AT END
                    IF SAG-CODIGO = LK-CODIGO
                       AND SAG-AGENCIA = LK-AGENCIA
                       AND SAG-DATA = LK-DATA
                       AND SAG-SITUACAO = "A"
                       MOVE SAG-VALOR TO LK-VALOR
                       MOVE "S" TO WS-FIM-SAG
                    END-IF
              END-READ.

       BAIXA-AGENDADO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-SAG
                 NOT AT END
                    IF SAG-CODIGO = LK-CODIGO
                       AND SAG-AGENCIA = LK-AGENCIA
                       AND SAG-DATA = LK-DATA
                       AND SAG-SITUACAO = "A"
                       MOVE "S" TO SAG-SITUACAO
                       MOVE LK-DATA TO SAG-DATA-BAIXA
                       REWRITE REG-SAG
                       MOVE SAG-VALOR TO LK-VALOR
                       MOVE "S" TO WS-FIM-SAG
                    END-IF
              END-READ.
