          01 WS-CAL-PROXIMO          PIC 9(08) VALUE ZEROS.
          01 WS-AUTORIZA-CAL         PIC X(01) VALUE SPACE.
          01 WS-BLJ-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SAG-FUNCAO           PIC X(01) VALUE SPACE.
          01 WS-SAG-AGENCIA          PIC 9(04) VALUE ZEROS.
          01 WS-SAG-VALOR            PIC 9(07)V99 VALUE ZEROS.
          01 WS-SALDO-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
                 CALL "BLJSUM" USING CODIGO-W WS-BLJ-VALOR
                 COMPUTE WS-SALDO-DISPONIVEL =
                         SALDO-W - WS-BLJ-VALOR
                 PERFORM SUBTRAI-RESERVA-SAQUE
                 IF ORD-VALOR > WS-SALDO-DISPONIVEL
                    DISPLAY "ORDEM " ORD-CODIGO-ORIG "-"
                            ORD-CODIGO-DEST ": SALDO INSUFICIENTE"
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL ORDEM " ORD-CODIGO-ORIG "-"
              MOVE "S" TO WS-CONV-OK.


      * Saques agendados (SAQAGE.DAT) reservam o saldo ate a
      * retirada ou a expiracao - o debito so alcanca o que sobra.
       SUBTRAI-RESERVA-SAQUE.
              MOVE "R" TO WS-SAG-FUNCAO.
              CALL "SAQRES" USING WS-SAG-FUNCAO CODIGO-W
                                  WS-SAG-AGENCIA DATA-SIS(1:8)
                                  WS-SAG-VALOR.
              SUBTRACT WS-SAG-VALOR FROM WS-SALDO-DISPONIVEL.

      * Nenhum lancamento nasce fora do plano de contas - CTAVAL
      * recusa conta contabil desconhecida ou inativa (as contas
      * CLInnnn de cliente sao sempre aceitas).
