      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: One-time conversion of the journal and audit logs to
      *          the chained layout (JRN-ELO / AUD-ELO)
      * Tectonics: cobc
      ******************************************************************
      * The journal and audit records grew the chain link (see
      * ELOCAD).  Before the first run of the new release the
      * operator renames the live logs to *.VEL and runs this once:
      *     JOURNAL.VEL -> JOURNAL.DAT    AUDIT.VEL -> AUDIT.DAT
      * Every record is chained as it is copied, so ELOCHK checks the
      * converted files from the first record on.  The month archives
      * written by FECHAMES (JRNaaaamm.DAT) are read by the reports in
      * the same layout: each one renamed to JRNaaaamm.VEL is asked
      * for by period and copied with the link zeroed - an archive is
      * out of the live chain.  A missing *.VEL is skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ELOMIG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT VELJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-VJR.

              SELECT JOURNAL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT VELAUD ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-VAU.

              SELECT AUDITORIA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT VELARQ ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-VAR.

              SELECT ARQJRN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AJR.

       DATA DIVISION.
       FILE SECTION.
       FD VELJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-VJR
                VALUE OF FILE-ID IS "JOURNAL.VEL".
          01 REG-VJR                  PIC X(76).

       FD JOURNAL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          01 REG-JRN.
                COPY JOURNAL.

       FD VELAUD LABEL RECORD STANDARD
                DATA RECORD IS REG-VAU
                VALUE OF FILE-ID IS "AUDIT.VEL".
          01 REG-VAU                  PIC X(31).

       FD AUDITORIA LABEL RECORD STANDARD
                DATA RECORD IS REG-AUD
                VALUE OF FILE-ID IS "AUDIT.DAT".
          01 REG-AUD.
                COPY AUDITLOG.

       FD VELARQ LABEL RECORD STANDARD
                DATA RECORD IS REG-VAR
                VALUE OF FILE-ID IS WS-NOME-VELARQ.
          01 REG-VAR                  PIC X(76).

       FD ARQJRN LABEL RECORD STANDARD
                DATA RECORD IS REG-AJR
                VALUE OF FILE-ID IS WS-NOME-ARQJRN.
          01 REG-AJR.
                COPY JOURNAL
                   REPLACING ==JRN-DATA== BY ==AJR-DATA==
                             ==JRN-ANO== BY ==AJR-ANO==
                             ==JRN-MES== BY ==AJR-MES==
                             ==JRN-DIA== BY ==AJR-DIA==
                             ==JRN-CONTA-DEB== BY ==AJR-CONTA-DEB==
                             ==JRN-CONTA-CRE== BY ==AJR-CONTA-CRE==
                             ==JRN-VALOR== BY ==AJR-VALOR==
                             ==JRN-HISTORICO== BY ==AJR-HISTORICO==
                             ==JRN-OPERADOR== BY ==AJR-OPERADOR==
                             ==JRN-HORA== BY ==AJR-HORA==
                             ==JRN-HH== BY ==AJR-HH==
                             ==JRN-MM== BY ==AJR-MM==
                             ==JRN-SS== BY ==AJR-SS==
                             ==JRN-SEQ== BY ==AJR-SEQ==
                             ==JRN-ELO== BY ==AJR-ELO==
                             ==JRN-ELO-NUM== BY ==AJR-ELO-NUM==
                             ==JRN-ELO-ANT== BY ==AJR-ELO-ANT==
                             ==JRN-ELO-HASH== BY ==AJR-ELO-HASH==.

       WORKING-STORAGE SECTION.
          01 ARQST-VJR               PIC X(02).
          01 ARQST-JRN               PIC X(02).
          01 ARQST-VAU               PIC X(02).
          01 ARQST-AUD               PIC X(02).
          01 ARQST-VAR               PIC X(02).
          01 ARQST-AJR               PIC X(02).
          COPY DATASIS.
          01 WS-FIM-ARQ              PIC X(01) VALUE "N".
          01 WS-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
          01 WS-QTD-GRAVADOS         PIC 9(06) VALUE ZEROS.
          01 WS-AAAAMM               PIC 9(06) VALUE ZEROS.
          01 WS-NOME-VELARQ          PIC X(13) VALUE SPACES.
          01 WS-NOME-ARQJRN          PIC X(13) VALUE SPACES.
          01 WS-ELO-FUNCAO           PIC X(01) VALUE "R".
          01 WS-ELO-ARQUIVO          PIC X(01) VALUE SPACE.
          01 WS-ELO-DADOS            PIC X(80) VALUE SPACES.
          01 WS-ELO-NUM              PIC 9(09) VALUE ZEROS.
          01 WS-ELO-ANT              PIC 9(10) VALUE ZEROS.
          01 WS-ELO-HASH             PIC 9(10) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              DISPLAY "CONVERSAO DO JOURNAL E DO AUDIT PARA A CADEIA "
                      "DE CONFERENCIA - " DIA "/" MES "/" ANO.
              PERFORM MIGRA-JOURNAL.
              PERFORM MIGRA-AUDIT.
              PERFORM PEDE-ARQUIVO-MORTO.
              PERFORM MIGRA-ARQUIVO-MORTO UNTIL WS-AAAAMM = ZEROS.
              DISPLAY "FIM DE PROGRAMA".
              GOBACK.

      * O journal convertido pende do ultimo elo conhecido (zero na
      * primeira vez), como o journal novo do FECHAMES.
       MIGRA-JOURNAL.
              MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
              OPEN INPUT VELJRN.
              IF ARQST-VJR NOT = "00"
                 DISPLAY "JOURNAL.VEL AUSENTE - NADA A CONVERTER"
                 EXIT PARAGRAPH.
              MOVE "R" TO WS-ELO-FUNCAO.
              MOVE "J" TO WS-ELO-ARQUIVO.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              OPEN OUTPUT JOURNAL.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM COPIA-JOURNAL UNTIL WS-FIM-ARQ = "S".
              CLOSE VELJRN.
              CLOSE JOURNAL.
              DISPLAY "JOURNAL  : LIDOS " WS-QTD-LIDOS
                      " GRAVADOS " WS-QTD-GRAVADOS.

       COPIA-JOURNAL.
              READ VELJRN
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE REG-VJR TO REG-JRN
                    CALL "JRNELO" USING REG-JRN
                    WRITE REG-JRN
                    IF ARQST-JRN = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN
                    END-IF
              END-READ.

       MIGRA-AUDIT.
              MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
              OPEN INPUT VELAUD.
              IF ARQST-VAU NOT = "00"
                 DISPLAY "AUDIT.VEL AUSENTE - NADA A CONVERTER"
                 EXIT PARAGRAPH.
              MOVE "R" TO WS-ELO-FUNCAO.
              MOVE "A" TO WS-ELO-ARQUIVO.
              CALL "ELOCAD" USING WS-ELO-FUNCAO WS-ELO-ARQUIVO
                                  WS-ELO-DADOS WS-ELO-NUM WS-ELO-ANT
                                  WS-ELO-HASH.
              OPEN OUTPUT AUDITORIA.
              MOVE "N" TO WS-FIM-ARQ.
              PERFORM COPIA-AUDIT UNTIL WS-FIM-ARQ = "S".
              CLOSE VELAUD.
              CLOSE AUDITORIA.
              DISPLAY "AUDIT    : LIDOS " WS-QTD-LIDOS
                      " GRAVADOS " WS-QTD-GRAVADOS.

       COPIA-AUDIT.
              READ VELAUD
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE REG-VAU TO REG-AUD
                    CALL "AUDELO" USING REG-AUD
                    WRITE REG-AUD
                    IF ARQST-AUD = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY "ERRO NA AUDITORIA - STATUS " ARQST-AUD
                    END-IF
              END-READ.

       PEDE-ARQUIVO-MORTO.
              MOVE ZEROS TO WS-AAAAMM.
              DISPLAY "ARQUIVO MORTO JRNaaaamm.VEL A CONVERTER".
              DISPLAY "INFORME AAAAMM (ZERO ENCERRA): "
                      WITH NO ADVANCING.
              ACCEPT WS-AAAAMM.

       MIGRA-ARQUIVO-MORTO.
              MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
              MOVE SPACES TO WS-NOME-VELARQ WS-NOME-ARQJRN.
              STRING "JRN" WS-AAAAMM ".VEL"
                     DELIMITED BY SIZE INTO WS-NOME-VELARQ.
              STRING "JRN" WS-AAAAMM ".DAT"
                     DELIMITED BY SIZE INTO WS-NOME-ARQJRN.
              OPEN INPUT VELARQ.
              IF ARQST-VAR NOT = "00"
                 DISPLAY WS-NOME-VELARQ " AUSENTE - NADA A CONVERTER"
              ELSE
                 OPEN OUTPUT ARQJRN
                 MOVE "N" TO WS-FIM-ARQ
                 PERFORM COPIA-ARQUIVO-MORTO UNTIL WS-FIM-ARQ = "S"
                 CLOSE VELARQ
                 CLOSE ARQJRN
                 DISPLAY WS-NOME-ARQJRN ": LIDOS " WS-QTD-LIDOS
                         " GRAVADOS " WS-QTD-GRAVADOS
              END-IF.
              PERFORM PEDE-ARQUIVO-MORTO.

       COPIA-ARQUIVO-MORTO.
              READ VELARQ
                 AT END
                    MOVE "S" TO WS-FIM-ARQ
                 NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
                    MOVE REG-VAR TO REG-AJR
                    MOVE ZEROS TO AJR-ELO
                    WRITE REG-AJR
                    IF ARQST-AJR = "00"
                       ADD 1 TO WS-QTD-GRAVADOS
                    ELSE
                       DISPLAY "ERRO NO ARQUIVO MORTO - STATUS "
                               ARQST-AJR
                    END-IF
              END-READ.
