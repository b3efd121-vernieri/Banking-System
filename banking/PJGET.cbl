      ******************************************************************
      * Author: Vernieri
      * Date: September 25, 2026
      * Purpose: Corporate ownership and signatory check of an account
      * Tectonics: cobc
      ******************************************************************
      * LK-PJ comes back "S" when CTAPJ.DAT links the account to a
      * CNPJ of CADPJ.DAT (LK-CNPJ and LK-RAZAO filled in).  For
      * such an account LK-ACHOU is "S" only when LK-CPF is one of
      * the partners registered with signing power - nobody else may
      * operate a company's account at the window.  A blank LK-CPF
      * just asks whether the account is corporate.  LK-MODO "T"
      * reads the training link file, whose account codes are not
      * the production ones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PJGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONTAS-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CTP-CODIGO
              ALTERNATE RECORD KEY CTP-CNPJ WITH DUPLICATES
              FILE STATUS ARQST-CTP.

              SELECT CADASTRO-PJ ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY PJ-CNPJ
              FILE STATUS ARQST-PJ.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-CTP
                VALUE OF FILE-ID IS WS-ARQ-CTAPJ.
          01 REG-CTP.
                COPY CTAPJ.

       FD CADASTRO-PJ LABEL RECORD STANDARD
                DATA RECORD IS REG-PJ
                VALUE OF FILE-ID IS "CADPJ.DAT".
          01 REG-PJ.
                COPY CADPJ.

       WORKING-STORAGE SECTION.
          01 WS-ARQ-CTAPJ            PIC X(12) VALUE "CTAPJ.DAT".
          01 ARQST-CTP               PIC X(02).
          01 ARQST-PJ                PIC X(02).
          01 WS-I                    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-CODIGO               PIC 9(04).
          01 LK-MODO                 PIC X(01).
          01 LK-CPF                  PIC X(11).
          01 LK-PJ                   PIC X(01).
          01 LK-CNPJ                 PIC X(14).
          01 LK-RAZAO                PIC X(40).
          01 LK-ACHOU                PIC X(01).

       PROCEDURE DIVISION USING LK-CODIGO LK-MODO LK-CPF LK-PJ
                                LK-CNPJ LK-RAZAO LK-ACHOU.
       INICIO.
              MOVE "N"    TO LK-PJ LK-ACHOU.
              MOVE SPACES TO LK-CNPJ LK-RAZAO.
              IF LK-MODO = "T"
                 MOVE "TRNCPJ.DAT" TO WS-ARQ-CTAPJ
              ELSE
                 MOVE "CTAPJ.DAT"  TO WS-ARQ-CTAPJ.
              OPEN INPUT CONTAS-PJ.
              IF ARQST-CTP NOT = "00"
                 GOBACK.
              MOVE LK-CODIGO TO CTP-CODIGO.
              READ CONTAS-PJ
                 INVALID KEY
                    CLOSE CONTAS-PJ
                    GOBACK
              END-READ.
              CLOSE CONTAS-PJ.
              MOVE "S"      TO LK-PJ.
              MOVE CTP-CNPJ TO LK-CNPJ.
              OPEN INPUT CADASTRO-PJ.
              IF ARQST-PJ NOT = "00"
                 GOBACK.
              MOVE CTP-CNPJ TO PJ-CNPJ.
              READ CADASTRO-PJ
                 INVALID KEY
                    CLOSE CADASTRO-PJ
                    GOBACK
              END-READ.
              CLOSE CADASTRO-PJ.
              MOVE PJ-RAZAO TO LK-RAZAO.
              IF LK-CPF = SPACES
                 GOBACK.
              PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > PJ-QTD-SOCIOS OR WS-I > 10
                 IF PJ-SOC-CPF(WS-I) = LK-CPF
                    AND PJ-SOC-ASSINA(WS-I) = "S"
                    MOVE "S" TO LK-ACHOU
                 END-IF
              END-PERFORM.
              GOBACK.
