      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: AGENCIA range of the batch step being run
      * Tectonics: cobc
      ******************************************************************
      * FIMDIA calls with LK-FUNCAO "G" before each scheduled step,
      * handing over the partition and AGENCIA range of the CADEIA.DAT
      * entry (partition 00 for a step not split by agency); PARTRUN
      * does the same for the one partition it runs as a job of its
      * own.  The step itself calls with "L" and gets the range back.
      * The range is kept in this program's storage for the rest of
      * the run unit, so a step run on its own - outside FIMDIA and
      * PARTRUN - always sees partition 00 and processes the whole
      * file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FAIXAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-FAIXA-ATUAL.
                02 WS-ATU-PARTICAO   PIC 9(02) VALUE ZEROS.
                02 WS-ATU-AGENCIA-INI PIC 9(04) VALUE ZEROS.
                02 WS-ATU-AGENCIA-FIM PIC 9(04) VALUE 9999.

       LINKAGE SECTION.
          01 LK-FUNCAO               PIC X(01).
          01 LK-FAIXA.
                02 LK-PARTICAO       PIC 9(02).
                02 LK-AGENCIA-INI    PIC 9(04).
                02 LK-AGENCIA-FIM    PIC 9(04).

       PROCEDURE DIVISION USING LK-FUNCAO LK-FAIXA.
       INICIO.
              IF LK-FUNCAO = "G"
                 PERFORM GUARDA-FAIXA
              ELSE
                 MOVE WS-FAIXA-ATUAL TO LK-FAIXA
              END-IF.
              GOBACK.

      * Sem particao o passo volta a cobrir todas as agencias, mesmo
      * que a entrada da cadeia traga lixo nos campos da faixa.
       GUARDA-FAIXA.
              IF LK-PARTICAO = ZEROS
                 MOVE ZEROS TO WS-ATU-PARTICAO WS-ATU-AGENCIA-INI
                 MOVE 9999  TO WS-ATU-AGENCIA-FIM
              ELSE
                 MOVE LK-FAIXA TO WS-FAIXA-ATUAL
              END-IF.
