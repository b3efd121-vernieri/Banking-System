      ******************************************************************
      * Author: Vernieri
      * Date: October 2, 2026
      * Purpose: Return file of the cobranca titles for each business
      * Tectonics: cobc
      ******************************************************************
      * One COBRnnnn.RET per agreement of CONVCOB.DAT (nnnn = the
      * business account CODIGO), rewritten every night after COBLIQ:
      *   "0" header  - cedente and movement date
      *   "1" detail  - one per title with an event, ocorrencia:
      *                 06 liquidado no dia (valor pago, encargos,
      *                    tarifa e liquido creditado),
      *                 09 baixado por decurso de prazo no dia,
      *                 10 vencido e ainda em aberto
      *   "9" trailer - detail count and total net credited
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CONVENIOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY CCB-CODIGO
              FILE STATUS ARQST-CCB.

              SELECT TITULOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY TIT-NOSSO-NUM
              ALTERNATE RECORD KEY TIT-CODIGO WITH DUPLICATES
              FILE STATUS ARQST-TIT.

              SELECT RETORNO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RTN.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIOS LABEL RECORD STANDARD
                DATA RECORD IS REG-CCB
                VALUE OF FILE-ID IS "CONVCOB.DAT".
          01 REG-CCB.
                COPY CONVCOB.

       FD TITULOS LABEL RECORD STANDARD
                DATA RECORD IS REG-TIT
                VALUE OF FILE-ID IS "TITCOB.DAT".
          01 REG-TIT.
                COPY TITCOB.

       FD RETORNO LABEL RECORD STANDARD
                DATA RECORD IS REG-RTN
                VALUE OF FILE-ID IS WS-ARQ-RETORNO.
          01 REG-RTN                 PIC X(100).

       WORKING-STORAGE SECTION.
          01 ARQST-CCB               PIC X(02).
          01 ARQST-TIT               PIC X(02).
          01 ARQST-RTN               PIC X(02).
          01 WS-ARQ-RETORNO          PIC X(12) VALUE SPACES.
          COPY DATASIS.
          01 WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
          01 WS-DIA-ABERTO           PIC X(01) VALUE "N".
          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-FIM-CCB              PIC X(01) VALUE "N".
          01 WS-FIM-TIT              PIC X(01) VALUE "N".
          01 WS-OCORRENCIA           PIC X(02) VALUE SPACES.
          01 WS-QTD-ARQUIVOS         PIC 9(06) VALUE ZEROS.
          01 WS-QTD-DETALHES         PIC 9(06) VALUE ZEROS.
          01 WS-TOT-DETALHES         PIC 9(06) VALUE ZEROS.
          01 WS-TOT-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.

          01 WS-REG-HEADER.
                02 FILLER            PIC X(01) VALUE "0".
                02 WS-HDR-CEDENTE    PIC 9(04).
                02 WS-HDR-DATA       PIC 9(08).
                02 FILLER            PIC X(20) VALUE
                   "RETORNO DE COBRANCA ".
                02 FILLER            PIC X(67) VALUE SPACES.

          01 WS-REG-DETALHE.
                02 FILLER            PIC X(01) VALUE "1".
                02 WS-DET-NOSSO-NUM  PIC 9(09).
                02 WS-DET-SEU-NUMERO PIC X(15).
                02 WS-DET-SACADO-DOC PIC X(14).
                02 WS-DET-OCORRENCIA PIC X(02).
                02 WS-DET-VALOR      PIC 9(05)V99.
                02 WS-DET-DATA-VENC  PIC 9(08).
                02 WS-DET-DATA-OCORR PIC 9(08).
                02 WS-DET-VALOR-PAGO PIC 9(05)V99.
                02 WS-DET-ENCARGOS   PIC 9(05)V99.
                02 WS-DET-TARIFA     PIC 9(03)V99.
                02 WS-DET-LIQUIDO    PIC 9(05)V99.
                02 FILLER            PIC X(10) VALUE SPACES.

          01 WS-REG-TRAILER.
                02 FILLER            PIC X(01) VALUE "9".
                02 WS-TRL-QTD        PIC 9(06).
                02 WS-TRL-LIQUIDO    PIC 9(09)V99.
                02 FILLER            PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              IF ARQST-CCB = "00" AND ARQST-TIT = "00"
                 PERFORM PROCESSO UNTIL WS-FIM-CCB = "S"
              ELSE
                 IF ARQST-CCB = "35" OR ARQST-TIT = "35"
                    DISPLAY "SEM TITULOS DE COBRANCA REGISTRADOS"
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO - STATUS "
                            ARQST-CCB " / " ARQST-TIT
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF.
              PERFORM FINALIZA.
              GOBACK.

       ABRE-ARQ.
              OPEN INPUT CONVENIOS.
              OPEN INPUT TITULOS.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              PERFORM APURA-DATA-MOVIMENTO.
              MOVE DATA-SIS(1:8) TO WS-DATA-HOJE.
              DISPLAY "RETORNO DE COBRANCA - "
                      DIA "/" MES "/" ANO.

       PROCESSO.
              READ CONVENIOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-CCB
                 NOT AT END
                    PERFORM GERA-RETORNO
              END-READ.

       GERA-RETORNO.
              MOVE SPACES TO WS-ARQ-RETORNO.
              STRING "COBR" CCB-CODIGO ".RET" DELIMITED BY SIZE
                     INTO WS-ARQ-RETORNO.
              OPEN OUTPUT RETORNO.
              IF ARQST-RTN NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DE " WS-ARQ-RETORNO
                         " - STATUS " ARQST-RTN
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH.
              MOVE ZEROS TO WS-QTD-DETALHES WS-TOT-LIQUIDO.
              MOVE CCB-CODIGO   TO WS-HDR-CEDENTE.
              MOVE WS-DATA-HOJE TO WS-HDR-DATA.
              WRITE REG-RTN FROM WS-REG-HEADER.
              MOVE "N" TO WS-FIM-TIT.
              MOVE CCB-CODIGO TO TIT-CODIGO.
              START TITULOS KEY IS = TIT-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-FIM-TIT
              END-START.
              PERFORM LE-TITULO UNTIL WS-FIM-TIT = "S".
              MOVE WS-QTD-DETALHES TO WS-TRL-QTD.
              MOVE WS-TOT-LIQUIDO  TO WS-TRL-LIQUIDO.
              WRITE REG-RTN FROM WS-REG-TRAILER.
              CLOSE RETORNO.
              ADD 1 TO WS-QTD-ARQUIVOS.
              ADD WS-QTD-DETALHES TO WS-TOT-DETALHES.

       LE-TITULO.
              READ TITULOS NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-TIT
                 NOT AT END
                    IF TIT-CODIGO NOT = CCB-CODIGO
                       MOVE "S" TO WS-FIM-TIT
                    ELSE
                       PERFORM AVALIA-TITULO
                    END-IF
              END-READ.

       AVALIA-TITULO.
              MOVE SPACES TO WS-OCORRENCIA.
              EVALUATE TRUE
                 WHEN TIT-SITUACAO = "P"
                      AND TIT-DATA-OCORR = WS-DATA-HOJE
                    MOVE "06" TO WS-OCORRENCIA
                 WHEN TIT-SITUACAO = "B"
                      AND TIT-DATA-OCORR = WS-DATA-HOJE
                    MOVE "09" TO WS-OCORRENCIA
                 WHEN TIT-SITUACAO = "R"
                      AND TIT-DATA-VENC < WS-DATA-HOJE
                    MOVE "10" TO WS-OCORRENCIA
              END-EVALUATE.
              IF WS-OCORRENCIA = SPACES
                 EXIT PARAGRAPH.
              MOVE TIT-NOSSO-NUM  TO WS-DET-NOSSO-NUM.
              MOVE TIT-SEU-NUMERO TO WS-DET-SEU-NUMERO.
              MOVE TIT-SACADO-DOC TO WS-DET-SACADO-DOC.
              MOVE WS-OCORRENCIA  TO WS-DET-OCORRENCIA.
              MOVE TIT-VALOR      TO WS-DET-VALOR.
              MOVE TIT-DATA-VENC  TO WS-DET-DATA-VENC.
              MOVE ZEROS TO WS-DET-DATA-OCORR WS-DET-VALOR-PAGO
                            WS-DET-ENCARGOS WS-DET-TARIFA
                            WS-DET-LIQUIDO.
              IF WS-OCORRENCIA NOT = "10"
                 MOVE TIT-DATA-OCORR TO WS-DET-DATA-OCORR.
              IF WS-OCORRENCIA = "06"
                 MOVE TIT-VALOR-PAGO TO WS-DET-VALOR-PAGO
                 MOVE TIT-ENCARGOS   TO WS-DET-ENCARGOS
                 MOVE TIT-TARIFA     TO WS-DET-TARIFA
                 COMPUTE WS-DET-LIQUIDO = TIT-VALOR-PAGO - TIT-TARIFA
                 ADD WS-DET-LIQUIDO  TO WS-TOT-LIQUIDO.
              WRITE REG-RTN FROM WS-REG-DETALHE.
              ADD 1 TO WS-QTD-DETALHES.

      * A data contabil vem do dia de movimento aberto pelo ABREDIA
      * - sem dia aberto nada posta, e uma rodada depois da meia-
      * noite continua carimbando o dia que ainda esta aberto.
       APURA-DATA-MOVIMENTO.
              CALL "DATMOV" USING WS-DATA-MOVTO WS-DIA-ABERTO.
              IF WS-DIA-ABERTO = "S"
                 MOVE WS-DATA-MOVTO TO DATA-SIS(1:8)
              ELSE
                 DISPLAY "DIA DE MOVIMENTO NAO ABERTO - EXECUTE "
                         "ABREDIA"
                 MOVE 8 TO RETURN-CODE
                 MOVE "93" TO ARQST-CCB.

       FINALIZA.
              CLOSE CONVENIOS.
              CLOSE TITULOS.
              DISPLAY "ARQUIVOS DE RETORNO : " WS-QTD-ARQUIVOS.
              DISPLAY "TITULOS INFORMADOS  : " WS-TOT-DETALHES.
              DISPLAY "FIM DE PROGRAMA".
