      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: One-time conversion of the nightly batch schedule to
      *          the layout carrying the AGENCIA-range partition
      * Tectonics: cobc
      ******************************************************************
      * CADEIA.DAT grew CAD-PARTICAO and the CAD-AGENCIA-INI/FIM
      * range.  Before the first night of the new release the
      * operator renames the live schedule to CADEIA.VEL and runs
      * this once: every step is copied unchanged as partition 00
      * over agencies 0000-9999, i.e. the whole file, so the chain
      * runs exactly as it did until partitions are set up in CADMAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MIGCAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VELCAD ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-VCD.

              SELECT CADEIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CAD.

       DATA DIVISION.
       FILE SECTION.
       FD VELCAD LABEL RECORD STANDARD
                DATA RECORD IS REG-VCD
                VALUE OF FILE-ID IS "CADEIA.VEL".
          01 REG-VCD.
                02 VCD-PASSO          PIC X(08).
                02 VCD-SEQUENCIA      PIC 9(03).
                02 VCD-ATIVO          PIC X(01).
                02 VCD-FIM-MES        PIC X(01).
                02 VCD-CALENDARIO     PIC X(01).

       FD CADEIA LABEL RECORD STANDARD
                DATA RECORD IS REG-CAD
                VALUE OF FILE-ID IS "CADEIA.DAT".
          01 REG-CAD.
                COPY CADEIA.

       WORKING-STORAGE SECTION.
          01 ARQST-VCD               PIC X(02).
          01 ARQST-CAD               PIC X(02).
          COPY DATASIS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-PASSOS           PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "CONVERSAO DA CADEIA NOTURNA - "
                      DIA "/" MES "/" ANO.
              OPEN INPUT VELCAD.
              IF ARQST-VCD NOT = "00"
                 DISPLAY "CADEIA.VEL INDISPONIVEL - STATUS "
                         ARQST-VCD
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
      * Nunca por cima de um CADEIA.DAT ja convertido.
              OPEN INPUT CADEIA.
              IF ARQST-CAD = "00"
                 CLOSE CADEIA
                 CLOSE VELCAD
                 DISPLAY "CADEIA.DAT JA EXISTE - RENOMEIE PARA "
                         "CADEIA.VEL ANTES DE CONVERTER"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              OPEN OUTPUT CADEIA.
              PERFORM CONVERTE-PASSO UNTIL WS-FIM-ARQ = "S".
              CLOSE VELCAD.
              CLOSE CADEIA.
              DISPLAY "PASSOS CONVERTIDOS: " WS-QTD-PASSOS.
              DISPLAY "FIM DE PROGRAMA".
              GOBACK.

       CONVERTE-PASSO.
              READ VELCAD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE VCD-PASSO      TO CAD-PASSO
                    MOVE VCD-SEQUENCIA  TO CAD-SEQUENCIA
                    MOVE VCD-ATIVO      TO CAD-ATIVO
                    MOVE VCD-FIM-MES    TO CAD-FIM-MES
                    MOVE VCD-CALENDARIO TO CAD-CALENDARIO
                    MOVE ZEROS          TO CAD-PARTICAO
                                           CAD-AGENCIA-INI
                    MOVE 9999           TO CAD-AGENCIA-FIM
                    WRITE REG-CAD
                    IF ARQST-CAD NOT = "00"
                       DISPLAY "ERRO NO PASSO " CAD-PASSO
                               " - STATUS " ARQST-CAD
                    ELSE
                       ADD 1 TO WS-QTD-PASSOS
                    END-IF
              END-READ.
