      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Chain check value for the JOURNAL and AUDIT logs
      * Tectonics: cobc
      ******************************************************************
      * Every JOURNAL.DAT and AUDIT.DAT record carries a link number
      * (ELO-NUM, one up from the record before it), the check value
      * of the record before it (ELO-ANT) and its own check value
      * (ELO-HASH), folded from ELO-ANT, the link number and the
      * record's content.  Changing, inserting or removing a record
      * breaks every link from there on, and ELOCHK finds the first.
      * Where each log stands is kept in ELOS.DAT, handed out the
      * same way PROXSEQ hands out the transaction number.
      *   LK-ELO-FUNCAO  "E" encadeia - stamps the next link
      *                  "C" calcula  - check value only, no file
      *                  "R" reinicia - a new file hangs from the
      *                      last link (FECHAMES)
      *                  "F" fixa     - base and last link set to
      *                      LK-ELO-NUM/LK-ELO-ANT (BKPREST)
      *                  "U" ultimo   - last link set to
      *                      LK-ELO-NUM/LK-ELO-HASH (BKPREST)
      *   LK-ELO-ARQUIVO "J" JOURNAL.DAT, "A" AUDIT.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ELOCAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ESTADO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ELS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADO LABEL RECORD STANDARD
                DATA RECORD IS REG-ELS
                VALUE OF FILE-ID IS "ELOS.DAT".
          01 REG-ELS.
                COPY ELOSTAT.

       WORKING-STORAGE SECTION.
          01 ARQST-ELS               PIC X(02).
          COPY DATASIS.
          01 WS-FIM-ELS              PIC X(01) VALUE "N".
          01 WS-IX                   PIC 9(01) VALUE 1.
          01 WS-TAB-ESTADO.
                02 WS-TAB-ELS OCCURS 2 TIMES.
                   03 WS-TAB-BASE-NUM  PIC 9(09).
                   03 WS-TAB-BASE-HASH PIC 9(10).
                   03 WS-TAB-ULT-NUM   PIC 9(09).
                   03 WS-TAB-ULT-HASH  PIC 9(10).
          01 WS-ELO-TEXTO            PIC X(89) VALUE SPACES.
          01 WS-ELO-I                PIC 9(03) VALUE ZEROS.
          01 WS-ELO-H                PIC 9(13) VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-ELO-FUNCAO           PIC X(01).
          01 LK-ELO-ARQUIVO          PIC X(01).
          01 LK-ELO-DADOS            PIC X(80).
          01 LK-ELO-NUM              PIC 9(09).
          01 LK-ELO-ANT              PIC 9(10).
          01 LK-ELO-HASH             PIC 9(10).

       PROCEDURE DIVISION USING LK-ELO-FUNCAO LK-ELO-ARQUIVO
                                LK-ELO-DADOS LK-ELO-NUM LK-ELO-ANT
                                LK-ELO-HASH.
       INICIO.
              IF LK-ELO-FUNCAO = "C"
                 PERFORM CALCULA-HASH
                 GOBACK.
              IF LK-ELO-ARQUIVO = "A"
                 MOVE 2 TO WS-IX
              ELSE
                 MOVE 1 TO WS-IX.
              PERFORM LE-ESTADO.
              EVALUATE LK-ELO-FUNCAO
                 WHEN "E"
                    COMPUTE LK-ELO-NUM = WS-TAB-ULT-NUM(WS-IX) + 1
                    MOVE WS-TAB-ULT-HASH(WS-IX) TO LK-ELO-ANT
                    PERFORM CALCULA-HASH
                    MOVE LK-ELO-NUM  TO WS-TAB-ULT-NUM(WS-IX)
                    MOVE LK-ELO-HASH TO WS-TAB-ULT-HASH(WS-IX)
                 WHEN "R"
                    MOVE WS-TAB-ULT-NUM(WS-IX)  TO
                         WS-TAB-BASE-NUM(WS-IX)
                    MOVE WS-TAB-ULT-HASH(WS-IX) TO
                         WS-TAB-BASE-HASH(WS-IX)
                 WHEN "F"
                    MOVE LK-ELO-NUM TO WS-TAB-BASE-NUM(WS-IX)
                                       WS-TAB-ULT-NUM(WS-IX)
                    MOVE LK-ELO-ANT TO WS-TAB-BASE-HASH(WS-IX)
                                       WS-TAB-ULT-HASH(WS-IX)
                 WHEN "U"
                    MOVE LK-ELO-NUM  TO WS-TAB-ULT-NUM(WS-IX)
                    MOVE LK-ELO-HASH TO WS-TAB-ULT-HASH(WS-IX)
              END-EVALUATE.
              PERFORM GRAVA-ESTADO.
              GOBACK.

      * Sem ELOS.DAT (implantacao) as duas cadeias partem do zero.
       LE-ESTADO.
              MOVE ZEROS TO WS-TAB-ESTADO.
              MOVE "N" TO WS-FIM-ELS.
              OPEN INPUT ESTADO.
              IF ARQST-ELS NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-UM-ESTADO UNTIL WS-FIM-ELS = "S".
              CLOSE ESTADO.

       LE-UM-ESTADO.
              READ ESTADO
                 AT END
                    MOVE "S" TO WS-FIM-ELS
                 NOT AT END
                    IF ELS-ARQUIVO = "J"
                       MOVE ELS-BASE-NUM  TO WS-TAB-BASE-NUM(1)
                       MOVE ELS-BASE-HASH TO WS-TAB-BASE-HASH(1)
                       MOVE ELS-ULT-NUM   TO WS-TAB-ULT-NUM(1)
                       MOVE ELS-ULT-HASH  TO WS-TAB-ULT-HASH(1)
                    END-IF
                    IF ELS-ARQUIVO = "A"
                       MOVE ELS-BASE-NUM  TO WS-TAB-BASE-NUM(2)
                       MOVE ELS-BASE-HASH TO WS-TAB-BASE-HASH(2)
                       MOVE ELS-ULT-NUM   TO WS-TAB-ULT-NUM(2)
                       MOVE ELS-ULT-HASH  TO WS-TAB-ULT-HASH(2)
                    END-IF
              END-READ.

       GRAVA-ESTADO.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              OPEN OUTPUT ESTADO.
              MOVE "J" TO ELS-ARQUIVO.
              MOVE 1 TO WS-IX.
              PERFORM GRAVA-UM-ESTADO.
              MOVE "A" TO ELS-ARQUIVO.
              MOVE 2 TO WS-IX.
              PERFORM GRAVA-UM-ESTADO.
              CLOSE ESTADO.

       GRAVA-UM-ESTADO.
              MOVE WS-TAB-BASE-NUM(WS-IX)  TO ELS-BASE-NUM.
              MOVE WS-TAB-BASE-HASH(WS-IX) TO ELS-BASE-HASH.
              MOVE WS-TAB-ULT-NUM(WS-IX)   TO ELS-ULT-NUM.
              MOVE WS-TAB-ULT-HASH(WS-IX)  TO ELS-ULT-HASH.
              MOVE DATA-SIS(1:8) TO ELS-DATA.
              MOVE HORA-SIS      TO ELS-HORA.
              WRITE REG-ELS.

      * Dobra polinomial modulo o primo 9999999967, partindo do valor
      * do elo anterior - cada caractere pesa conforme a posicao, de
      * modo que trocar, acrescentar ou inverter bytes muda o valor.
       CALCULA-HASH.
              MOVE SPACES TO WS-ELO-TEXTO.
              STRING LK-ELO-NUM LK-ELO-DADOS
                     DELIMITED BY SIZE INTO WS-ELO-TEXTO.
              MOVE LK-ELO-ANT TO WS-ELO-H.
              PERFORM SOMA-CARACTER
                      VARYING WS-ELO-I FROM 1 BY 1
                      UNTIL WS-ELO-I > 89.
              MOVE WS-ELO-H TO LK-ELO-HASH.

       SOMA-CARACTER.
              COMPUTE WS-ELO-H = FUNCTION MOD(WS-ELO-H * 131
                      + FUNCTION ORD(WS-ELO-TEXTO(WS-ELO-I:1)),
                      9999999967).
