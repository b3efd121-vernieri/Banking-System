      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Control check and registry of inbound interchange
      *          files
      * Tectonics: cobc
      ******************************************************************
      * Called by the intake programs (INTERBAN, LOTECLI, BOLBAIXA,
      * COBLIQ, CHQDEV, CSGBAIXA, SALCRED, BENCRED, CONVDEB, COBREM,
      * CRTCOMP, CHQRECEB, CORRCONC, COAFRET, SANCARGA, INTERACK)
      * with the control fields of CTLARQW after reading their file
      * once, before any posting:
      *   LK-FUNCAO "V" judges the file - header present, trailer
      *   present (a file without one was cut short), no record
      *   outside them, record count and amount total equal to the
      *   trailer, and sender + sequence not yet in ARQREC.DAT.  A
      *   refused file returns LK-RECUSADO "S" with the reason in
      *   LK-MOTIVO, which also goes to RUNLOG.DAT as an error;
      *   LK-FUNCAO "G" registers the file once it has been
      *   processed, so the same remittance sent twice is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARQREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RECEBIDOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY ARC-CHAVE
              FILE STATUS ARQST-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBIDOS LABEL RECORD STANDARD
                DATA RECORD IS REG-ARC
                VALUE OF FILE-ID IS "ARQREC.DAT".
          01 REG-ARC.
                COPY ARQREC.

       WORKING-STORAGE SECTION.
          01 ARQST-ARC               PIC X(02).
          COPY DATASIS.
          01 WS-LOG-CHAVE            PIC X(10) VALUE SPACES.
          01 WS-LOG-SEVERIDADE       PIC X(01) VALUE "E".
          01 WS-DATA-ED.
                02 WS-DATA-ED-DIA    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-ED-MES    PIC 9(02).
                02 FILLER            PIC X(01) VALUE "/".
                02 WS-DATA-ED-ANO    PIC 9(04).

       LINKAGE SECTION.
          01 LK-FUNCAO               PIC X(01).
          01 LK-ARQUIVO.
                02 LK-PROGRAMA       PIC X(08).
                02 LK-REMETENTE      PIC X(08).
                02 LK-SEQUENCIA      PIC 9(06).
                02 LK-DATA-ARQ       PIC 9(08).
                02 LK-TEM-HEADER     PIC X(01).
                02 LK-TEM-TRAILER    PIC X(01).
                02 LK-FORA-ORDEM     PIC X(01).
                02 LK-QTD-TRAILER    PIC 9(07).
                02 LK-VALOR-TRAILER  PIC 9(13)V99.
                02 LK-QTD-LIDA       PIC 9(07).
                02 LK-VALOR-LIDO     PIC 9(13)V99.
          01 LK-RECUSADO             PIC X(01).
          01 LK-MOTIVO               PIC X(40).

       PROCEDURE DIVISION USING LK-FUNCAO LK-ARQUIVO LK-RECUSADO
                                LK-MOTIVO.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE "N" TO LK-RECUSADO.
              MOVE SPACES TO LK-MOTIVO.
              IF LK-FUNCAO = "V"
                 PERFORM VALIDA-ARQUIVO
                 IF LK-RECUSADO = "S"
                    PERFORM REGISTRA-RECUSA
                 ELSE
                    DISPLAY "REMESSA " LK-REMETENTE " SEQ "
                            LK-SEQUENCIA " DE " LK-DATA-ARQ " - "
                            LK-QTD-LIDA " REGISTROS CONFERIDOS"
                 END-IF
              ELSE
                 PERFORM GRAVA-RECEBIDO
              END-IF.
              GOBACK.

       VALIDA-ARQUIVO.
              MOVE "S" TO LK-RECUSADO.
              IF LK-TEM-HEADER NOT = "S"
                 MOVE "ARQUIVO SEM HEADER" TO LK-MOTIVO
                 EXIT PARAGRAPH.
              IF LK-TEM-TRAILER NOT = "S"
                 MOVE "ARQUIVO SEM TRAILER - TRUNCADO" TO LK-MOTIVO
                 EXIT PARAGRAPH.
              IF LK-FORA-ORDEM = "S"
                 MOVE "REGISTRO FORA DO HEADER/TRAILER" TO LK-MOTIVO
                 EXIT PARAGRAPH.
              IF LK-QTD-LIDA NOT = LK-QTD-TRAILER
                 MOVE "QTDE DE REGISTROS DIFERE DO TRAILER"
                      TO LK-MOTIVO
                 EXIT PARAGRAPH.
              IF LK-VALOR-LIDO NOT = LK-VALOR-TRAILER
                 MOVE "VALOR TOTAL DIFERE DO TRAILER" TO LK-MOTIVO
                 EXIT PARAGRAPH.
              MOVE "N" TO LK-RECUSADO.
              OPEN INPUT RECEBIDOS.
              IF ARQST-ARC NOT = "00"
                 EXIT PARAGRAPH.
              MOVE LK-PROGRAMA  TO ARC-PROGRAMA.
              MOVE LK-REMETENTE TO ARC-REMETENTE.
              MOVE LK-SEQUENCIA TO ARC-SEQUENCIA.
              READ RECEBIDOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO LK-RECUSADO
                    MOVE ARC-DATA-PROC(7:2) TO WS-DATA-ED-DIA
                    MOVE ARC-DATA-PROC(5:2) TO WS-DATA-ED-MES
                    MOVE ARC-DATA-PROC(1:4) TO WS-DATA-ED-ANO
                    STRING "REMESSA JA PROCESSADA EM " WS-DATA-ED
                           DELIMITED BY SIZE INTO LK-MOTIVO
                    END-STRING
              END-READ.
              CLOSE RECEBIDOS.

       REGISTRA-RECUSA.
              DISPLAY "ARQUIVO RECUSADO - " LK-MOTIVO.
              DISPLAY "REMETENTE " LK-REMETENTE " SEQ " LK-SEQUENCIA
                      " - NADA FOI LANCADO".
              MOVE LK-REMETENTE TO WS-LOG-CHAVE.
              CALL "GRAVALOG" USING LK-PROGRAMA WS-LOG-CHAVE
                                    WS-LOG-SEVERIDADE LK-MOTIVO.

       GRAVA-RECEBIDO.
              OPEN I-O RECEBIDOS.
              IF ARQST-ARC NOT = "00"
                 OPEN OUTPUT RECEBIDOS.
              MOVE LK-PROGRAMA    TO ARC-PROGRAMA.
              MOVE LK-REMETENTE   TO ARC-REMETENTE.
              MOVE LK-SEQUENCIA   TO ARC-SEQUENCIA.
              MOVE LK-DATA-ARQ    TO ARC-DATA-ARQ.
              MOVE DATA-SIS(1:8)  TO ARC-DATA-PROC.
              MOVE HORA-SIS       TO ARC-HORA-PROC.
              MOVE LK-QTD-LIDA    TO ARC-QTD-REG.
              MOVE LK-VALOR-LIDO  TO ARC-VALOR-TOTAL.
              WRITE REG-ARC
                 INVALID KEY
                    MOVE "S" TO LK-RECUSADO
                    MOVE "FALHA NO REGISTRO DO ARQUIVO RECEBIDO"
                         TO LK-MOTIVO
                    DISPLAY "ERRO NO REGISTRO DA REMESSA "
                            LK-REMETENTE " SEQ " LK-SEQUENCIA
                            " - STATUS " ARQST-ARC
              END-WRITE.
              CLOSE RECEBIDOS.
