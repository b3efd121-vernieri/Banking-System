      * LK-FUNCAO "C" answers in LK-QTD the count the branch holds of
      * one denomination; "M" applies LK-QTD as a signed movement
      * (negative for a withdrawal, positive for a deposit or a note
      * load), creating the record on first touch.  "S" (customer
      * withdrawal) and "D" (cash deposit) move the stock the same way
      * and also log the notes to NOTAMOV.DAT, the demand history the
      * CXPREV forecast learns from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTINV.
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NOT.

              SELECT NOTAMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NMV.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS LABEL RECORD STANDARD
          01 REG-NOT.
                COPY NOTAS.

       FD NOTAMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-NMV
                VALUE OF FILE-ID IS "NOTAMOV.DAT".
          01 REG-NMV.
                COPY NOTAMOV.

       WORKING-STORAGE SECTION.
          01 ARQST-NOT               PIC X(02).
          01 WS-FIM-NOT              PIC X(01) VALUE "N".
          01 WS-ACHOU-NOT            PIC X(01) VALUE "N".
          01 ARQST-NMV               PIC X(02).
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          COPY DATASIS.

       LINKAGE SECTION.
          01 LK-FUNCAO               PIC X(01).
              IF LK-FUNCAO = "C"
                 PERFORM CONSULTA-NOTA
              ELSE
                 PERFORM MOVIMENTA-NOTA
                 IF LK-FUNCAO = "S" OR LK-FUNCAO = "D"
                    PERFORM REGISTRA-DEMANDA
                 END-IF
              END-IF.
              GOBACK.

       CONSULTA-NOTA.
              MOVE LK-QTD        TO NOT-QTD.
              WRITE REG-NOT.
              CLOSE NOTAS.

      * Data do dia de movimento aberto; fora dele (rodada apos o
      * fechamento) vale a data do sistema.
       REGISTRA-DEMANDA.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO NOT = "S"
                 MOVE FUNCTION CURRENT-DATE TO DATA-SIS
                 MOVE DATA-SIS(1:8) TO WS-DATA-MOVTO.
              OPEN EXTEND NOTAMOV.
              IF ARQST-NMV NOT = "00"
                 OPEN OUTPUT NOTAMOV.
              IF ARQST-NMV NOT = "00"
                 EXIT PARAGRAPH.
              MOVE WS-DATA-MOVTO TO NMV-DATA.
              MOVE LK-AGENCIA    TO NMV-AGENCIA.
              MOVE LK-VALOR-NOTA TO NMV-VALOR.
              MOVE LK-FUNCAO     TO NMV-TIPO.
              IF LK-QTD < ZEROS
                 COMPUTE NMV-QTD = LK-QTD * -1
              ELSE
                 MOVE LK-QTD TO NMV-QTD.
              WRITE REG-NMV.
              CLOSE NOTAMOV.
