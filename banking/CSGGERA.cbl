          01 WS-QTD-ORDENS           PIC 9(05) VALUE ZEROS.
          01 WS-AAMM-HOJE            PIC 9(06) VALUE ZEROS.
          01 WS-CPF-EMP              PIC X(11) VALUE SPACES.
          01 WS-EM-CARENCIA          PIC X(01) VALUE "N".
          01 WS-CAR-JUROS            PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       INICIO.
                       MOVE "S" TO WS-FIM-EMP
                       IF EMP-SITUACAO = "A"
                          AND EMP-ANO-MES-COBR < WS-AAMM-HOJE
                          CALL "CARGET" USING EMP-NUMERO WS-AAMM-HOJE
                                              WS-EM-CARENCIA
                                              WS-CAR-JUROS
                          IF WS-EM-CARENCIA = "N"
                             PERFORM GRAVA-ORDEM
                          END-IF
                       END-IF
                    END-IF
              END-READ.
