      ******************************************************************
      * Author: Vernieri
      * Date: October 15, 2026
      * Purpose: Normalized form of a person or entity name
      * Tectonics: cobc
      ******************************************************************
      * Reduces a name to the key the sanctions screening compares:
      * upper case, accents taken off (Latin-1 and UTF-8 as they come
      * in the official lists and from the teller screen), anything
      * not a letter or digit turned into a word break, particles
      * (DE, DA, DOS ...) dropped, the usual abbreviations written in
      * full (JR, FO, STA, MOHD ...) and the words put in alphabetical
      * order, so "Jose da Silva Jr" and "SILVA JUNIOR, JOSE" give
      * the same key.  Only the first 12 words count, 20 letters each.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOMNORM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-NOME                 PIC X(60) VALUE SPACES.
          01 WS-LIMPO                PIC X(60) VALUE SPACES.
          01 WS-CARACTER             PIC X(01) VALUE SPACE.
          01 WS-ORDEM                PIC 9(03) VALUE ZEROS.
          01 WS-ORDEM-SEG            PIC 9(03) VALUE ZEROS.
          01 WS-IX                   PIC 9(03) VALUE ZEROS.
          01 WS-JX                   PIC 9(03) VALUE ZEROS.
          01 WS-KX                   PIC 9(03) VALUE ZEROS.
          01 WS-TX                   PIC 9(03) VALUE ZEROS.
          01 WS-PTR                  PIC 9(03) VALUE ZEROS.
          01 WS-MAPA-ACENTOS.
                02 FILLER            PIC X(32) VALUE
                   "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
                02 FILLER            PIC X(32) VALUE
                   "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
          01 WS-PALAVRA              PIC X(20) VALUE SPACES.
          01 WS-TAM-PALAVRA          PIC 9(03) VALUE ZEROS.
          01 WS-DESCARTA             PIC X(01) VALUE "N".
          01 WS-TROCA                PIC X(20) VALUE SPACES.
          01 WS-QTD-PALAVRAS         PIC 9(03) VALUE ZEROS.
          01 WS-PALAVRAS.
                02 WS-PAL            PIC X(20) OCCURS 12 TIMES.
          01 WS-PARTICULAS-VAL.
                02 FILLER            PIC X(04) VALUE "DE".
                02 FILLER            PIC X(04) VALUE "DA".
                02 FILLER            PIC X(04) VALUE "DO".
                02 FILLER            PIC X(04) VALUE "DAS".
                02 FILLER            PIC X(04) VALUE "DOS".
                02 FILLER            PIC X(04) VALUE "E".
                02 FILLER            PIC X(04) VALUE "Y".
                02 FILLER            PIC X(04) VALUE "DI".
                02 FILLER            PIC X(04) VALUE "DU".
                02 FILLER            PIC X(04) VALUE "DEL".
                02 FILLER            PIC X(04) VALUE "LA".
          01 WS-PARTICULAS REDEFINES WS-PARTICULAS-VAL.
                02 WS-PARTICULA      PIC X(04) OCCURS 11 TIMES.
          01 WS-ABREVIATURAS-VAL.
                02 FILLER            PIC X(10) VALUE "JR".
                02 FILLER            PIC X(10) VALUE "JUNIOR".
                02 FILLER            PIC X(10) VALUE "JNR".
                02 FILLER            PIC X(10) VALUE "JUNIOR".
                02 FILLER            PIC X(10) VALUE "FO".
                02 FILLER            PIC X(10) VALUE "FILHO".
                02 FILLER            PIC X(10) VALUE "FLHO".
                02 FILLER            PIC X(10) VALUE "FILHO".
                02 FILLER            PIC X(10) VALUE "NT".
                02 FILLER            PIC X(10) VALUE "NETO".
                02 FILLER            PIC X(10) VALUE "SOBR".
                02 FILLER            PIC X(10) VALUE "SOBRINHO".
                02 FILLER            PIC X(10) VALUE "STO".
                02 FILLER            PIC X(10) VALUE "SANTO".
                02 FILLER            PIC X(10) VALUE "STA".
                02 FILLER            PIC X(10) VALUE "SANTA".
                02 FILLER            PIC X(10) VALUE "MOHD".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MOHAMED".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MOHAMAD".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MOHAMMAD".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MUHAMAD".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MUHAMMAD".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MUHAMMED".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
                02 FILLER            PIC X(10) VALUE "MUHAMED".
                02 FILLER            PIC X(10) VALUE "MOHAMMED".
          01 WS-ABREVIATURAS REDEFINES WS-ABREVIATURAS-VAL.
                02 WS-ABREV          OCCURS 16 TIMES.
                      03 WS-ABR-CURTA    PIC X(10).
                      03 WS-ABR-EXTENSO  PIC X(10).

       LINKAGE SECTION.
          01 LK-NOME                 PIC X(60).
          01 LK-NORM                 PIC X(60).

       PROCEDURE DIVISION USING LK-NOME LK-NORM.
       INICIO.
              MOVE SPACES TO LK-NORM WS-LIMPO WS-PALAVRA.
              MOVE SPACES TO WS-PALAVRAS.
              MOVE ZEROS  TO WS-QTD-PALAVRAS WS-TAM-PALAVRA.
              MOVE FUNCTION UPPER-CASE(LK-NOME) TO WS-NOME.
              MOVE 1 TO WS-JX.
              PERFORM LIMPA-CARACTER
                      VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 60.
              PERFORM SEPARA-PALAVRA
                      VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 60.
              PERFORM FECHA-PALAVRA.
              PERFORM ORDENA-PALAVRAS.
              MOVE 1 TO WS-PTR.
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-QTD-PALAVRAS
                 IF WS-IX > 1
                    STRING " " DELIMITED BY SIZE
                           INTO LK-NORM WITH POINTER WS-PTR
                 END-IF
                 STRING WS-PAL(WS-IX) DELIMITED BY SPACE
                        INTO LK-NORM WITH POINTER WS-PTR
              END-PERFORM.
              GOBACK.

      * X"C3" abre o par UTF-8 das letras acentuadas (C3 80 a C3 BF
      * sao os mesmos caracteres de C0 a FF em Latin-1); X"C2" abre o
      * dos simbolos (ordinal, grau ...), que viram espaco.
       LIMPA-CARACTER.
              MOVE WS-NOME(WS-IX:1) TO WS-CARACTER.
              MOVE FUNCTION ORD(WS-CARACTER) TO WS-ORDEM.
              MOVE ZEROS TO WS-ORDEM-SEG.
              IF WS-IX < 60
                 MOVE FUNCTION ORD(WS-NOME(WS-IX + 1:1))
                      TO WS-ORDEM-SEG.
              IF (WS-CARACTER = X"C2" OR WS-CARACTER = X"C3")
                 AND WS-ORDEM-SEG > 128 AND WS-ORDEM-SEG < 193
                 IF WS-CARACTER = X"C3"
                    MOVE WS-MAPA-ACENTOS(WS-ORDEM-SEG - 128:1)
                         TO WS-CARACTER
                 ELSE
                    MOVE SPACE TO WS-CARACTER
                 END-IF
                 ADD 1 TO WS-IX
              ELSE
                 IF WS-ORDEM > 192
                    MOVE WS-MAPA-ACENTOS(WS-ORDEM - 192:1)
                         TO WS-CARACTER
                 ELSE
                    IF (WS-CARACTER < "A" OR WS-CARACTER > "Z")
                       AND (WS-CARACTER < "0" OR WS-CARACTER > "9")
                       MOVE SPACE TO WS-CARACTER
                    END-IF
                 END-IF
              END-IF.
              MOVE WS-CARACTER TO WS-LIMPO(WS-JX:1).
              ADD 1 TO WS-JX.

       SEPARA-PALAVRA.
              IF WS-LIMPO(WS-IX:1) = SPACE
                 PERFORM FECHA-PALAVRA
              ELSE
                 IF WS-TAM-PALAVRA < 20
                    ADD 1 TO WS-TAM-PALAVRA
                    MOVE WS-LIMPO(WS-IX:1)
                         TO WS-PALAVRA(WS-TAM-PALAVRA:1)
                 END-IF
              END-IF.

       FECHA-PALAVRA.
              IF WS-TAM-PALAVRA = ZEROS
                 EXIT PARAGRAPH.
              MOVE "N" TO WS-DESCARTA.
              PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 11
                 IF WS-PALAVRA = WS-PARTICULA(WS-KX)
                    MOVE "S" TO WS-DESCARTA
                 END-IF
              END-PERFORM.
              PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 16
                 IF WS-PALAVRA = WS-ABR-CURTA(WS-KX)
                    MOVE WS-ABR-EXTENSO(WS-KX) TO WS-PALAVRA
                 END-IF
              END-PERFORM.
              IF WS-DESCARTA = "N" AND WS-QTD-PALAVRAS < 12
                 ADD 1 TO WS-QTD-PALAVRAS
                 MOVE WS-PALAVRA TO WS-PAL(WS-QTD-PALAVRAS).
              MOVE SPACES TO WS-PALAVRA.
              MOVE ZEROS  TO WS-TAM-PALAVRA.

       ORDENA-PALAVRAS.
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX >= WS-QTD-PALAVRAS
                 PERFORM VARYING WS-KX FROM 1 BY 1
                         UNTIL WS-KX > WS-QTD-PALAVRAS - WS-IX
                    COMPUTE WS-TX = WS-KX + 1
                    IF WS-PAL(WS-KX) > WS-PAL(WS-TX)
                       MOVE WS-PAL(WS-KX) TO WS-TROCA
                       MOVE WS-PAL(WS-TX) TO WS-PAL(WS-KX)
                       MOVE WS-TROCA      TO WS-PAL(WS-TX)
                    END-IF
                 END-PERFORM
              END-PERFORM.
