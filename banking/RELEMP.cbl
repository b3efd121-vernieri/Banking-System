                   "SALDO DEVEDOR DA CARTEIRA:".
                02 WS-TOT-CARTEIRA   PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(39) VALUE SPACES.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              END-READ.

       IMPRIME-CONTRATO.
              PERFORM APURA-SALDO-CONTRATO.
              MOVE WS-AMO-A-PAGAR TO WS-DEVIDO.
              ADD WS-DEVIDO TO WS-TOTAL-CARTEIRA.
              MOVE EMP-NUMERO         TO WS-DET-NUMERO.
              MOVE EMP-CODIGO         TO WS-DET-CODIGO.
              MOVE WS-LINHA-DET TO REG-REL.
              WRITE REG-REL.

      * Valor de face das parcelas ainda nao pagas, pelo sistema de
      * amortizacao do contrato (no SAC cada uma tem seu valor).
       APURA-SALDO-CONTRATO.
              CALL "AMOGET" USING EMP-NUMERO WS-AMO-SISTEMA.
              COMPUTE WS-AMO-ORDEM = EMP-PARCELAS-PAGAS + 1.
              CALL "AMOCALC" USING WS-AMO-SISTEMA EMP-PRINCIPAL
                                   EMP-TAXA EMP-PRAZO EMP-PARCELA
                                   WS-AMO-ORDEM WS-AMO-PARCELA
                                   WS-AMO-AMORTIZACAO WS-AMO-JUROS
                                   WS-AMO-SALDO WS-AMO-A-PAGAR.

       FINALIZA.
              CLOSE EMPRESTIMOS.
              CLOSE RELATORIO.
