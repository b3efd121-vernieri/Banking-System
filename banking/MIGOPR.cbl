      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: One-time conversion of the operator master to the
      *          layout carrying the operator's CPF and password age
      * Tectonics: cobc
      ******************************************************************
      * OPERADOR.DAT grew OPR-CPF and the password aging fields.
      * Before the first run of the new release the operator renames
      * the live master to OPERADOR.VEL and runs this once: every
      * operator is copied with the CPF blank, to be captured in
      * OPRMAN (until then SEGFUN lists the operator as not linked to
      * a cadastro), with no password history and OPR-SENHA-DATA
      * zeroed, so MENU has each one choose a new password at the
      * next sign-on.  The conversion day counts as the last sign-on
      * for OPRINAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MIGOPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VELOPR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY VOP-CODIGO
              FILE STATUS ARQST-VOP.

              SELECT OPERADORES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY OPR-CODIGO
              FILE STATUS ARQST-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD VELOPR LABEL RECORD STANDARD
                DATA RECORD IS REG-VOP
                VALUE OF FILE-ID IS "OPERADOR.VEL".
          01 REG-VOP.
                02 VOP-CODIGO         PIC 9(04).
                02 VOP-RESTO          PIC X(36).

       FD OPERADORES LABEL RECORD STANDARD
                DATA RECORD IS REG-OPR
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          01 REG-OPR.
                COPY OPERADOR.

       WORKING-STORAGE SECTION.
          01 ARQST-VOP               PIC X(02).
          01 ARQST-OPR               PIC X(02).
          COPY DATASIS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-OPERADORES       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "CONVERSAO DO CADASTRO DE OPERADORES - "
                      DIA "/" MES "/" ANO.
              OPEN INPUT VELOPR.
              IF ARQST-VOP NOT = "00"
                 DISPLAY "OPERADOR.VEL INDISPONIVEL - STATUS "
                         ARQST-VOP
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
      * Nunca por cima de um OPERADOR.DAT ja convertido.
              OPEN INPUT OPERADORES.
              IF ARQST-OPR = "00"
                 CLOSE OPERADORES
                 CLOSE VELOPR
                 DISPLAY "OPERADOR.DAT JA EXISTE - RENOMEIE PARA "
                         "OPERADOR.VEL ANTES DE CONVERTER"
                 MOVE 8 TO RETURN-CODE
                 GOBACK.
              OPEN OUTPUT OPERADORES.
              PERFORM CONVERTE-OPERADOR UNTIL WS-FIM-ARQ = "S".
              CLOSE VELOPR.
              CLOSE OPERADORES.
              DISPLAY "OPERADORES CONVERTIDOS: " WS-QTD-OPERADORES.
              DISPLAY "FIM DE PROGRAMA".
              GOBACK.

       CONVERTE-OPERADOR.
              READ VELOPR NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    MOVE REG-VOP TO REG-OPR
                    MOVE SPACES  TO OPR-CPF
                    MOVE ZEROS   TO OPR-SENHA-DATA
                                    OPR-SENHAS-ANTERIORES
                    MOVE DATA-SIS(1:8) TO OPR-ULT-ACESSO
                    WRITE REG-OPR
                       INVALID KEY
                          DISPLAY "ERRO NO OPERADOR " OPR-CODIGO
                                  " - STATUS " ARQST-OPR
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-OPERADORES
                    END-WRITE
              END-READ.
