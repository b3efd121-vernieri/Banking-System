      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Expiry of large cash withdrawal bookings not collected
      * Tectonics: cobc
      ******************************************************************
      * Run in the nightly chain: every SAQAGE.DAT booking still
      * active ("A") for the movement day or before was not collected
      * and is marked expired ("E"), which releases the amount held
      * against the account.  The expired bookings are listed for the
      * branches.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SAQEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AGENDADOS ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAG.

              SELECT RELATORIO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDADOS LABEL RECORD STANDARD
                DATA RECORD IS REG-SAG
                VALUE OF FILE-ID IS "SAQAGE.DAT".
          01 REG-SAG.
                COPY SAQAGE.

       FD RELATORIO LABEL RECORD STANDARD
                DATA RECORD IS REG-REL
                VALUE OF FILE-ID IS "SAQEXP.LST".
          01 REG-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
          01 ARQST-SAG               PIC X(02).
          01 ARQST-REL               PIC X(02).
          COPY DATASIS.
          01 WS-SPL-PROGRAMA         PIC X(08) VALUE "SAQEXP".
          01 WS-SPL-ARQUIVO          PIC X(12) VALUE "SAQEXP.LST".
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-EXPIRADOS        PIC 9(06) VALUE ZEROS.
          01 WS-VALOR-LIBERADO       PIC 9(09)V99 VALUE ZEROS.

          01 WS-LINHA-CAB1.
                02 FILLER            PIC X(37) VALUE
                   "SAQUES AGENDADOS NAO RETIRADOS - ".
                02 WS-CAB-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-CAB-ANO        PIC 9(04).
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-CAB2           PIC X(80) VALUE
             "NUMERO   AGEN   CONTA   DATA SAQUE        VALOR".

          01 WS-LINHA-DET.
                02 WS-DET-NUMERO     PIC 9(06).
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-AGENCIA    PIC 9(04).
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-CONTA      PIC 9(04).
                02 FILLER            PIC X(03) VALUE SPACES.
                02 WS-DET-DIA        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-MES        PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DET-ANO        PIC 9(04).
                02 FILLER            PIC X(02) VALUE SPACES.
                02 WS-DET-VALOR      PIC Z.ZZZ.ZZ9,99.
                02 FILLER            PIC X(33) VALUE SPACES.

          01 WS-LINHA-TOTAL.
                02 FILLER            PIC X(30) VALUE
                   "TOTAL DE RESERVAS LIBERADAS: ".
                02 WS-TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO RELATORIO - STATUS "
                         ARQST-REL
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF ARQST-SAG = "00"
                    PERFORM PROCESSO UNTIL WS-FIM-ARQ = "S"
                 ELSE
                    DISPLAY "NENHUM SAQUE AGENDADO"
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8).
              OPEN I-O AGENDADOS.
              OPEN OUTPUT RELATORIO.
              MOVE DIA TO WS-CAB-DIA.
              MOVE MES TO WS-CAB-MES.
              MOVE ANO TO WS-CAB-ANO.
              MOVE WS-LINHA-CAB1 TO REG-REL.
              WRITE REG-REL.
              MOVE WS-LINHA-CAB2 TO REG-REL.
              WRITE REG-REL.
              DISPLAY "EXPIRACAO DE SAQUES AGENDADOS - " DIA "/" MES
                      "/" ANO.

       PROCESSO.
              READ AGENDADOS
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                    EXIT PARAGRAPH
              END-READ.
              ADD 1 TO WS-QTD-LIDOS.
              IF SAG-SITUACAO NOT = "A"
                 OR SAG-DATA > DATA-SIS(1:8)
                 EXIT PARAGRAPH.
              MOVE "E"           TO SAG-SITUACAO.
              MOVE DATA-SIS(1:8) TO SAG-DATA-BAIXA.
              REWRITE REG-SAG.
              IF ARQST-SAG NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DO AGENDAMENTO " SAG-NUMERO
                         " - STATUS " ARQST-SAG
                 EXIT PARAGRAPH.
              ADD 1 TO WS-QTD-EXPIRADOS.
              ADD SAG-VALOR TO WS-VALOR-LIBERADO.
              MOVE SAG-NUMERO   TO WS-DET-NUMERO.
              MOVE SAG-AGENCIA  TO WS-DET-AGENCIA.
              MOVE SAG-CODIGO   TO WS-DET-CONTA.
              MOVE SAG-DATA(7:2) TO WS-DET-DIA.
              MOVE SAG-DATA(5:2) TO WS-DET-MES.
              MOVE SAG-DATA(1:4) TO WS-DET-ANO.
              MOVE SAG-VALOR    TO WS-DET-VALOR.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

       FINALIZA.
              IF ARQST-REL = "00"
                 MOVE SPACES TO REG-REL
                 WRITE REG-REL
                 MOVE WS-VALOR-LIBERADO TO WS-TOT-VALOR
                 MOVE WS-LINHA-TOTAL TO REG-REL
                 WRITE REG-REL
                 CLOSE RELATORIO.
              IF ARQST-SAG = "00" OR ARQST-SAG = "10"
                 CLOSE AGENDADOS.
              CALL "SPLREG" USING WS-SPL-PROGRAMA
                                  WS-SPL-ARQUIVO.
              DISPLAY "AGENDAMENTOS LIDOS: " WS-QTD-LIDOS.
              DISPLAY "AGENDAMENTOS EXPIRADOS: " WS-QTD-EXPIRADOS.
              DISPLAY "FIM DE PROGRAMA".
