      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Sanctions and watch-list screening of a beneficiary
      * Tectonics: cobc
      ******************************************************************
      * Compares the beneficiary name of a payment against every name
      * of SANCAO.DAT (SANCARGA), both reduced by NOMNORM.  A list
      * name is a possible hit when:
      *   - the normalized keys are equal; or
      *   - every word of the shorter of the two names is in the
      *     other one, at least two of them in full (a lone initial
      *     answers for a word with the same first letter); or
      *   - the list name is a single word of four letters or more
      *     (an entity or alias) found among the beneficiary words.
      * Each hit goes to the review queue SANFILA.DAT as pending and
      * LK-RESULTADO returns "S" (suspeito) - the caller holds the
      * payment until compliance decides in SANREV.  A name the
      * compliance officer already released against the same list
      * entry is not queued again.  LK-RESULTADO "L" (livre) also
      * when there is no list loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SANCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SANCOES ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SAN.

              SELECT FILA ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SFL.

       DATA DIVISION.
       FILE SECTION.
       FD SANCOES LABEL RECORD STANDARD
                DATA RECORD IS REG-SAN
                VALUE OF FILE-ID IS "SANCAO.DAT".
          01 REG-SAN.
                COPY SANCAO.

       FD FILA LABEL RECORD STANDARD
                DATA RECORD IS REG-SFL
                VALUE OF FILE-ID IS "SANFILA.DAT".
          01 REG-SFL.
                COPY SANFILA.

       WORKING-STORAGE SECTION.
          01 ARQST-SAN               PIC X(02).
          01 ARQST-SFL               PIC X(02).
          COPY DATASIS.
          01 WS-NOME-W               PIC X(60) VALUE SPACES.
          01 WS-NORM-BENEF           PIC X(60) VALUE SPACES.
          01 WS-FIM-SAN              PIC X(01) VALUE "N".
          01 WS-FIM-SFL              PIC X(01) VALUE "N".
          01 WS-SUSPEITO             PIC X(01) VALUE "N".
          01 WS-JA-LIBERADO          PIC X(01) VALUE "N".
          01 WS-ULTIMO-NUMERO        PIC 9(06) VALUE ZEROS.
          01 WS-IX                   PIC 9(03) VALUE ZEROS.
          01 WS-KX                   PIC 9(03) VALUE ZEROS.
          01 WS-PTR                  PIC 9(03) VALUE ZEROS.
          01 WS-ACHOU-PAL            PIC X(01) VALUE "N".
          01 WS-QTD-CASADAS          PIC 9(03) VALUE ZEROS.
          01 WS-QTD-INTEIRAS         PIC 9(03) VALUE ZEROS.
          01 WS-QTD-BENEF            PIC 9(03) VALUE ZEROS.
          01 WS-PAL-BENEF.
                02 WS-PBN            PIC X(20) OCCURS 12 TIMES.
          01 WS-QTD-LISTA            PIC 9(03) VALUE ZEROS.
          01 WS-PAL-LISTA.
                02 WS-PLS            PIC X(20) OCCURS 12 TIMES.
      * Menor e maior dos dois nomes, para a casagem palavra a palavra.
          01 WS-QTD-MENOR            PIC 9(03) VALUE ZEROS.
          01 WS-PAL-MENOR.
                02 WS-PMN            PIC X(20) OCCURS 12 TIMES.
          01 WS-QTD-MAIOR            PIC 9(03) VALUE ZEROS.
          01 WS-PAL-MAIOR.
                02 WS-PMA            PIC X(20) OCCURS 12 TIMES.
          01 WS-USADAS.
                02 WS-USADA          PIC X(01) OCCURS 12 TIMES.

       LINKAGE SECTION.
          01 LK-NOME                 PIC X(60).
          01 LK-ORIGEM               PIC X(01).
          01 LK-REFERENCIA           PIC 9(09).
          01 LK-VALOR                PIC 9(05)V99.
          01 LK-PROGRAMA             PIC X(08).
          01 LK-RESULTADO            PIC X(01).

       PROCEDURE DIVISION USING LK-NOME LK-ORIGEM LK-REFERENCIA
                                LK-VALOR LK-PROGRAMA LK-RESULTADO.
       INICIO.
              MOVE "L" TO LK-RESULTADO.
              MOVE LK-NOME TO WS-NOME-W.
              CALL "NOMNORM" USING WS-NOME-W WS-NORM-BENEF.
              IF WS-NORM-BENEF = SPACES
                 GOBACK.
              MOVE WS-NORM-BENEF TO WS-NOME-W.
              PERFORM SEPARA-PALAVRAS.
              MOVE WS-PAL-LISTA TO WS-PAL-BENEF.
              MOVE WS-QTD-LISTA TO WS-QTD-BENEF.
              MOVE "N" TO WS-FIM-SAN.
              OPEN INPUT SANCOES.
              IF ARQST-SAN NOT = "00"
                 GOBACK.
              PERFORM CONFERE-NOME UNTIL WS-FIM-SAN = "S".
              CLOSE SANCOES.
              GOBACK.

       CONFERE-NOME.
              READ SANCOES
                 AT END
                    MOVE "S" TO WS-FIM-SAN
                 NOT AT END
                    PERFORM COMPARA-NOMES
                    IF WS-SUSPEITO = "S"
                       PERFORM ENFILEIRA
                    END-IF
              END-READ.

       COMPARA-NOMES.
              MOVE "N" TO WS-SUSPEITO.
              IF SAN-NOME-NORM = SPACES
                 EXIT PARAGRAPH.
              IF SAN-NOME-NORM = WS-NORM-BENEF
                 MOVE "S" TO WS-SUSPEITO
                 EXIT PARAGRAPH.
              MOVE SAN-NOME-NORM TO WS-NOME-W.
              PERFORM SEPARA-PALAVRAS.
              IF WS-QTD-LISTA = 1
                 IF WS-PLS(1)(4:1) NOT = SPACE
                    PERFORM VARYING WS-IX FROM 1 BY 1
                            UNTIL WS-IX > WS-QTD-BENEF
                       IF WS-PBN(WS-IX) = WS-PLS(1)
                          MOVE "S" TO WS-SUSPEITO
                       END-IF
                    END-PERFORM
                 END-IF
                 EXIT PARAGRAPH
              END-IF.
              IF WS-QTD-LISTA > WS-QTD-BENEF
                 MOVE WS-PAL-BENEF TO WS-PAL-MENOR
                 MOVE WS-QTD-BENEF TO WS-QTD-MENOR
                 MOVE WS-PAL-LISTA TO WS-PAL-MAIOR
                 MOVE WS-QTD-LISTA TO WS-QTD-MAIOR
              ELSE
                 MOVE WS-PAL-LISTA TO WS-PAL-MENOR
                 MOVE WS-QTD-LISTA TO WS-QTD-MENOR
                 MOVE WS-PAL-BENEF TO WS-PAL-MAIOR
                 MOVE WS-QTD-BENEF TO WS-QTD-MAIOR.
              MOVE ALL "N" TO WS-USADAS.
              MOVE ZEROS TO WS-QTD-CASADAS WS-QTD-INTEIRAS.
              PERFORM CASA-PALAVRA
                      VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-QTD-MENOR.
              IF WS-QTD-CASADAS = WS-QTD-MENOR
                 AND WS-QTD-INTEIRAS > 1
                 MOVE "S" TO WS-SUSPEITO.

      * A palavra inteira vale primeiro; so sem ela a inicial casa.
       CASA-PALAVRA.
              MOVE "N" TO WS-ACHOU-PAL.
              PERFORM VARYING WS-KX FROM 1 BY 1
                      UNTIL WS-KX > WS-QTD-MAIOR OR WS-ACHOU-PAL = "S"
                 IF WS-USADA(WS-KX) = "N"
                    AND WS-PMA(WS-KX) = WS-PMN(WS-IX)
                    MOVE "S" TO WS-ACHOU-PAL WS-USADA(WS-KX)
                    ADD 1 TO WS-QTD-INTEIRAS
                 END-IF
              END-PERFORM.
              PERFORM VARYING WS-KX FROM 1 BY 1
                      UNTIL WS-KX > WS-QTD-MAIOR OR WS-ACHOU-PAL = "S"
                 IF WS-USADA(WS-KX) = "N"
                    AND WS-PMA(WS-KX)(1:1) = WS-PMN(WS-IX)(1:1)
                    AND (WS-PMA(WS-KX)(2:19) = SPACES
                         OR WS-PMN(WS-IX)(2:19) = SPACES)
                    MOVE "S" TO WS-ACHOU-PAL WS-USADA(WS-KX)
                 END-IF
              END-PERFORM.
              IF WS-ACHOU-PAL = "S"
                 ADD 1 TO WS-QTD-CASADAS.

      * O nome normalizado vem com uma palavra por espaco.
       SEPARA-PALAVRAS.
              MOVE SPACES TO WS-PAL-LISTA.
              MOVE ZEROS  TO WS-QTD-LISTA.
              MOVE 1 TO WS-PTR.
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > 12 OR WS-PTR > 60
                 UNSTRING WS-NOME-W DELIMITED BY SPACE
                          INTO WS-PLS(WS-IX) WITH POINTER WS-PTR
                 END-UNSTRING
                 IF WS-PLS(WS-IX) NOT = SPACES
                    ADD 1 TO WS-QTD-LISTA
                 END-IF
              END-PERFORM.

       ENFILEIRA.
              PERFORM VERIFICA-FILA.
              IF WS-JA-LIBERADO = "S"
                 EXIT PARAGRAPH.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              OPEN EXTEND FILA.
              IF ARQST-SFL NOT = "00"
                 OPEN OUTPUT FILA.
              COMPUTE SFL-NUMERO = WS-ULTIMO-NUMERO + 1.
              MOVE DATA-SIS(1:8)  TO SFL-DATA.
              MOVE HORA-SIS       TO SFL-HORA.
              MOVE LK-PROGRAMA    TO SFL-PROGRAMA.
              MOVE LK-ORIGEM      TO SFL-ORIGEM.
              MOVE LK-REFERENCIA  TO SFL-REFERENCIA.
              MOVE LK-VALOR       TO SFL-VALOR.
              MOVE LK-NOME        TO SFL-NOME.
              MOVE WS-NORM-BENEF  TO SFL-NOME-NORM.
              MOVE SAN-LISTA      TO SFL-LISTA.
              MOVE SAN-NOME       TO SFL-SAN-NOME.
              MOVE SAN-NOME-NORM  TO SFL-SAN-NORM.
              MOVE "P"            TO SFL-SITUACAO.
              MOVE ZEROS          TO SFL-OPERADOR SFL-DATA-DEC.
              WRITE REG-SFL.
              CLOSE FILA.
              MOVE "S" TO LK-RESULTADO.

       VERIFICA-FILA.
              MOVE "N" TO WS-JA-LIBERADO WS-FIM-SFL.
              MOVE ZEROS TO WS-ULTIMO-NUMERO.
              OPEN INPUT FILA.
              IF ARQST-SFL NOT = "00"
                 EXIT PARAGRAPH.
              PERFORM LE-FILA UNTIL WS-FIM-SFL = "S".
              CLOSE FILA.

       LE-FILA.
              READ FILA
                 AT END
                    MOVE "S" TO WS-FIM-SFL
                 NOT AT END
                    IF SFL-NUMERO > WS-ULTIMO-NUMERO
                       MOVE SFL-NUMERO TO WS-ULTIMO-NUMERO
                    END-IF
                    IF SFL-SITUACAO = "L"
                       AND SFL-NOME-NORM = WS-NORM-BENEF
                       AND SFL-SAN-NORM = SAN-NOME-NORM
                       MOVE "S" TO WS-JA-LIBERADO
                    END-IF
              END-READ.
