      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Record the totals of a completed batch partition
      * Tectonics: cobc
      ******************************************************************
      * Called by JUROS, SNAPDIA, CSTCOB and RELSALDO at the end of a
      * complete run over an AGENCIA range (partition other than 00):
      * appends to PARTOT.DAT the range, the movement date, the count
      * of records of the driving file that fell in the range and the
      * step's amount total, for PARTCONF to combine and check
      * against a full-file count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARTREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PARTOTAIS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PTT.

       DATA DIVISION.
       FILE SECTION.
       FD PARTOTAIS LABEL RECORD STANDARD
                DATA RECORD IS REG-PTT
                VALUE OF FILE-ID IS "PARTOT.DAT".
          01 REG-PTT.
                COPY PARTOT.

       WORKING-STORAGE SECTION.
          01 ARQST-PTT               PIC X(02).
          COPY DATASIS.

       LINKAGE SECTION.
          01 LK-PROGRAMA             PIC X(08).
          01 LK-FAIXA.
                02 LK-PARTICAO       PIC 9(02).
                02 LK-AGENCIA-INI    PIC 9(04).
                02 LK-AGENCIA-FIM    PIC 9(04).
          01 LK-DATA                 PIC 9(08).
          01 LK-QTD-REG              PIC 9(07).
          01 LK-VALOR                PIC S9(13)V99.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-FAIXA LK-DATA
                                LK-QTD-REG LK-VALOR.
       INICIO.
              OPEN EXTEND PARTOTAIS.
              IF ARQST-PTT NOT = "00"
                 OPEN OUTPUT PARTOTAIS.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE LK-PROGRAMA    TO PTT-PROGRAMA.
              MOVE LK-PARTICAO    TO PTT-PARTICAO.
              MOVE LK-AGENCIA-INI TO PTT-AGENCIA-INI.
              MOVE LK-AGENCIA-FIM TO PTT-AGENCIA-FIM.
              MOVE LK-DATA        TO PTT-DATA.
              MOVE HORA-SIS       TO PTT-HORA.
              MOVE LK-QTD-REG     TO PTT-QTD-REG.
              MOVE LK-VALOR       TO PTT-VALOR.
              WRITE REG-PTT.
              IF ARQST-PTT NOT = "00"
                 DISPLAY "ERRO NOS TOTAIS DA PARTICAO " LK-PARTICAO
                         " DE " LK-PROGRAMA " - STATUS " ARQST-PTT.
              CLOSE PARTOTAIS.
              GOBACK.
