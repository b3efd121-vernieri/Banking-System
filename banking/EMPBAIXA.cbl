          01 WS-QTD-BAIXADOS         PIC 9(06) VALUE ZEROS.
          01 WS-DIAS-LIMITE          PIC 9(05) VALUE 180.
          01 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
          01 WS-DIVIDA               PIC S9(09)V99 VALUE ZEROS.
          01 WS-SEQ-TRN              PIC 9(09) VALUE ZEROS.
          01 WS-PRM-NOME             PIC X(20) VALUE SPACES.
          01 WS-PRM-VALOR            PIC S9(05)V9999 VALUE ZEROS.
          01 WS-PRM-ACHOU            PIC X(01) VALUE "N".
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

       BAIXA-CONTRATO.
              PERFORM APURA-SALDO-CONTRATO.
              MOVE WS-AMO-A-PAGAR TO WS-DIVIDA.
              MOVE "B" TO EMP-SITUACAO.
              REWRITE REG-EMP.
              IF ARQST-EMP NOT = "00"
              DISPLAY "CONTRATO " EMP-NUMERO " BAIXADO - DIVIDA "
                      WS-DIVIDA.

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

       GRAVA-MEMO-BAIXA.
              OPEN EXTEND BAIXADOS.
              IF ARQST-BXD NOT = "00"
              PERFORM VALIDA-CONTAS-JOURNAL.
              IF WS-CTA-OK NOT = "S"
                 EXIT PARAGRAPH.
              CALL "JRNELO" USING REG-JRN.
              WRITE REG-JRN.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "ERRO NO JOURNAL CONTRATO " EMP-NUMERO
