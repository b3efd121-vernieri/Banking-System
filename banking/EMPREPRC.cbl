                   "PARCELA ANTERIOR: ".
                02 WS-AVI-ANTERIOR   PIC ZZ.ZZ9,99.
                02 FILLER            PIC X(53) VALUE SPACES.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
                                  / WS-PARCELAS-REST
                          MOVE WS-NOVA-TAXA    TO EMP-TAXA
                          MOVE WS-PARCELA-NOVA TO EMP-PARCELA
                          PERFORM ATUALIZA-PARCELA-SAC
                          MOVE EMP-PARCELA TO WS-PARCELA-NOVA
                          REWRITE REG-EMP
                          IF ARQST-EMP NOT = "00"
                             DISPLAY "ERRO NO CONTRATO " EMP-NUMERO
                    END-IF
              END-READ.

      * No SAC a amortizacao nao muda; so o juro da proxima parcela
      * passa a ser a taxa nova sobre o saldo devedor.
       ATUALIZA-PARCELA-SAC.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              IF WS-AMO-SISTEMA NOT = "S"
                 EXIT PARAGRAPH.
              COMPUTE WS-AMO-ORDEM =
                      EMP-PARCELAS-PAGAS + EMP-ATRASO + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.
              IF WS-AMO-PARCELA > ZEROS
                 MOVE WS-AMO-PARCELA TO EMP-PARCELA.

       IMPRIME-AVISO.
              MOVE EMP-CODIGO      TO WS-AVI-CODIGO.
              MOVE EMP-NUMERO      TO WS-AVI-NUMERO.
