          01 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
          01 WS-FAIXA                PIC 9(01) VALUE ZEROS.
          01 WS-EXPOSICAO            PIC S9(09)V99 VALUE ZEROS.
          01 WS-I                    PIC 9(01) VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-PROV-TOTAL           PIC S9(09)V99 VALUE ZEROS.
                   "AJUSTE DE PROVISAO    : ".
                02 WS-AJU-VALOR      PIC -ZZ.ZZZ.ZZ9,99.
                02 FILLER            PIC X(42) VALUE SPACES.
          01 WS-AMO-SISTEMA          PIC X(01) VALUE "P".
          01 WS-AMO-ORDEM            PIC 9(03) VALUE ZEROS.
          01 WS-AMO-PARCELA          PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMO-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-JUROS            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-SALDO            PIC 9(07)V99 VALUE ZEROS.
          01 WS-AMO-A-PAGAR          PIC 9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
                 WHEN WS-DIAS-ATRASO <= 180    MOVE 5 TO WS-FAIXA
                 WHEN OTHER                    MOVE 6 TO WS-FAIXA
              END-EVALUATE.
              PERFORM APURA-SALDO-CONTRATO.
              MOVE WS-AMO-A-PAGAR TO WS-EXPOSICAO.
              ADD 1 TO WS-FXA-QTD(WS-FAIXA).
              ADD WS-EXPOSICAO TO WS-FXA-EXPOSICAO(WS-FAIXA).

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

       FECHA-PROVISAO.
              PERFORM FECHA-FAIXA VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 6.
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL - STATUS " ARQST-JRN.
