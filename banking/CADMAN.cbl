          01 WS-ATIVO-W              PIC X(01) VALUE SPACE.
          01 WS-FIM-MES-W            PIC X(01) VALUE SPACE.
          01 WS-CALEND-W             PIC X(01) VALUE SPACE.
          01 WS-PART-W               PIC 9(02) VALUE ZEROS.
          01 WS-AGE-INI-W            PIC 9(04) VALUE ZEROS.
          01 WS-AGE-FIM-W            PIC 9(04) VALUE ZEROS.
          01 WS-EXISTE               PIC X(01) VALUE "N".
          01 WS-SEQ-VIG              PIC 9(03) VALUE ZEROS.
          01 WS-ATIVO-VIG            PIC X(01) VALUE SPACE.
          01 WS-FIM-MES-VIG          PIC X(01) VALUE SPACE.
          01 WS-CALEND-VIG           PIC X(01) VALUE SPACE.
          01 WS-AGE-INI-VIG          PIC 9(04) VALUE ZEROS.
          01 WS-AGE-FIM-VIG          PIC 9(04) VALUE ZEROS.
          01 WS-FIM-CAD              PIC X(01) VALUE "N".

       SCREEN SECTION.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 25  VALUE "CADEIA DE FIM DE DIA".
              02 LINE 4  COL 19 VALUE "PASSO (PROGRAMA)  :".
              02 LINE 5  COL 19 VALUE "PARTICAO (00=NAO) :".
              02 LINE 6  COL 19 VALUE "SEQUENCIA         :".
              02 LINE 7  COL 19 VALUE "ATIVO <S/N>       :".
              02 LINE 8  COL 19 VALUE "SO FIM DE MES<S/N>:".
              02 LINE 9  COL 19 VALUE "CALENDARIO <T/U/S>:".
              02 LINE 10 COL 19 VALUE "AGENCIA INICIAL   :".
              02 LINE 11 COL 19 VALUE "AGENCIA FINAL     :".
              02 LINE 12 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
              MOVE SPACE  TO WS-OPCAO WS-SALVA WS-ATIVO-W
                             WS-FIM-MES-W WS-CALEND-W.
              MOVE SPACES TO WS-PASSO-W.
              MOVE ZEROS  TO WS-SEQ-W WS-PART-W WS-AGE-INI-W
                             WS-AGE-FIM-W.

       ENTRA-PASSO.
              MOVE "N" TO WS-EXISTE WS-FIM-CAD.
              PERFORM UNTIL WS-PASSO-W NOT = SPACES
                 ACCEPT WS-PASSO-W AT 0439 WITH PROMPT AUTO
              END-PERFORM.
      * So os passos que leem o PRODUTOS.DAT inteiro sabem rodar por
      * faixa de agencia (FAIXAGE) - os demais ficam sempre com 00.
              ACCEPT WS-PART-W AT 0539 WITH PROMPT AUTO.
              IF WS-PART-W > ZEROS
                 AND WS-PASSO-W NOT = "JUROS"
                 AND WS-PASSO-W NOT = "SNAPDIA"
                 AND WS-PASSO-W NOT = "CSTCOB"
                 AND WS-PASSO-W NOT = "RELSALDO"
                 DISPLAY "PASSO NAO ACEITA PARTICAO - 00 ASSUMIDO"
                         AT 1236
                 MOVE ZEROS TO WS-PART-W
                 DISPLAY WS-PART-W AT 0539.
              OPEN INPUT CADEIA.
              IF ARQST NOT = "00"
                 MOVE "S" TO WS-FIM-CAD.
                    MOVE "S" TO WS-FIM-CAD
                 NOT AT END
                    IF CAD-PASSO = WS-PASSO-W
                       AND CAD-PARTICAO = WS-PART-W
      * Os campos sao salvos antes do CLOSE - o buffer do FD nao e
      * garantido depois que o arquivo fecha.
                       MOVE CAD-SEQUENCIA  TO WS-SEQ-VIG
                       MOVE CAD-ATIVO      TO WS-ATIVO-VIG
                       MOVE CAD-FIM-MES    TO WS-FIM-MES-VIG
                       MOVE CAD-CALENDARIO TO WS-CALEND-VIG
                       MOVE CAD-AGENCIA-INI TO WS-AGE-INI-VIG
                       MOVE CAD-AGENCIA-FIM TO WS-AGE-FIM-VIG
                       MOVE "S" TO WS-EXISTE
                       MOVE "S" TO WS-FIM-CAD
                    END-IF
              DISPLAY WS-ATIVO-VIG   AT 0739.
              DISPLAY WS-FIM-MES-VIG AT 0839.
              DISPLAY WS-CALEND-VIG  AT 0939.
              IF WS-PART-W > ZEROS
                 DISPLAY WS-AGE-INI-VIG AT 1039
                 DISPLAY WS-AGE-FIM-VIG AT 1139.

       ENTRA-DADOS-PASSO.
              PERFORM UNTIL WS-SEQ-W > ZEROS
                 ACCEPT WS-FIM-MES-W AT 0839 WITH PROMPT AUTO
              END-PERFORM.
              PERFORM UNTIL WS-CALEND-W = "T" OR WS-CALEND-W = "U"
                            OR WS-CALEND-W = "S"
                 ACCEPT WS-CALEND-W AT 0939 WITH PROMPT AUTO
              END-PERFORM.
              IF WS-PART-W = ZEROS
                 MOVE ZEROS TO WS-AGE-INI-W
                 MOVE 9999  TO WS-AGE-FIM-W
              ELSE
                 PERFORM ENTRA-FAIXA.

      * A faixa vale de AGENCIA INICIAL a AGENCIA FINAL inclusive;
      * a conferencia de que as particoes cobrem todas as agencias
      * sem sobreposicao e feita pelo PARTCONF a cada noite.
       ENTRA-FAIXA.
              ACCEPT WS-AGE-INI-W AT 1039 WITH PROMPT AUTO.
              PERFORM UNTIL WS-AGE-FIM-W > ZEROS
                            AND WS-AGE-FIM-W >= WS-AGE-INI-W
                 ACCEPT WS-AGE-FIM-W AT 1139 WITH PROMPT AUTO
              END-PERFORM.

       INCLUI-PASSO.
              OPEN EXTEND CADEIA.
                    MOVE "S" TO WS-FIM-CAD
                 NOT AT END
                    IF CAD-PASSO = WS-PASSO-W
                       AND CAD-PARTICAO = WS-PART-W
                       PERFORM MONTA-PASSO
                       REWRITE REG-CAD
                       IF ARQST NOT = "00"
              MOVE WS-ATIVO-W   TO CAD-ATIVO.
              MOVE WS-FIM-MES-W TO CAD-FIM-MES.
              MOVE WS-CALEND-W  TO CAD-CALENDARIO.
              MOVE WS-PART-W    TO CAD-PARTICAO.
              MOVE WS-AGE-INI-W TO CAD-AGENCIA-INI.
              MOVE WS-AGE-FIM-W TO CAD-AGENCIA-FIM.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1425.
