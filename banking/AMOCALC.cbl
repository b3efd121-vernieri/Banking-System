      ******************************************************************
      * Author: Vernieri
      * Date: October 7, 2026
      * Purpose: Installment LK-ORDEM of a loan under either system
      * Tectonics: cobc
      ******************************************************************
      * One routine for every program that needs the schedule of a
      * contract - simulation, concession, collection, quotation,
      * renegotiation, provision and write-off:
      *   "P" parcela fixa: LK-PARCELA-FIXA every month (the simple
      *       interest installment of EMPMAN, or the one EMPREPRC
      *       repriced); amortization LK-PRINCIPAL / LK-PRAZO, the
      *       rest is interest.
      *   "S" SAC: amortization LK-PRINCIPAL / LK-PRAZO (the last one
      *       takes the rounding) plus LK-TAXA on the principal still
      *       owed before the installment - it falls every month.
      * Returns installment LK-ORDEM (1 = first) split in
      * amortization and interest, the principal still owed after
      * it, and LK-A-PAGAR, the face value of installments LK-ORDEM
      * through LK-PRAZO.  LK-ORDEM outside the term returns zeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMOCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-AMORT-BASE           PIC 9(07)V99 VALUE ZEROS.
          01 WS-DEVEDOR-ANTES        PIC 9(07)V99 VALUE ZEROS.
          01 WS-RESTANTES            PIC 9(03) VALUE ZEROS.
          01 WS-SOMA-SALDOS          PIC 9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
          01 LK-SISTEMA              PIC X(01).
          01 LK-PRINCIPAL            PIC 9(07)V99.
          01 LK-TAXA                 PIC 9V9999.
          01 LK-PRAZO                PIC 9(03).
          01 LK-PARCELA-FIXA         PIC 9(05)V99.
          01 LK-ORDEM                PIC 9(03).
          01 LK-PARCELA              PIC 9(05)V99.
          01 LK-AMORTIZACAO          PIC 9(07)V99.
          01 LK-JUROS                PIC 9(07)V99.
          01 LK-SALDO-PRINCIPAL      PIC 9(07)V99.
          01 LK-A-PAGAR              PIC 9(09)V99.

       PROCEDURE DIVISION USING LK-SISTEMA LK-PRINCIPAL LK-TAXA
                                LK-PRAZO LK-PARCELA-FIXA LK-ORDEM
                                LK-PARCELA LK-AMORTIZACAO LK-JUROS
                                LK-SALDO-PRINCIPAL LK-A-PAGAR.
       INICIO.
              MOVE ZEROS TO LK-PARCELA LK-AMORTIZACAO LK-JUROS
                            LK-SALDO-PRINCIPAL LK-A-PAGAR.
              IF LK-PRAZO = ZEROS OR LK-ORDEM = ZEROS
                 OR LK-ORDEM > LK-PRAZO
                 GOBACK.
              COMPUTE WS-AMORT-BASE = LK-PRINCIPAL / LK-PRAZO.
              COMPUTE WS-DEVEDOR-ANTES = LK-PRINCIPAL
                    - WS-AMORT-BASE * (LK-ORDEM - 1).
              COMPUTE WS-RESTANTES = LK-PRAZO - LK-ORDEM + 1.
              IF LK-ORDEM = LK-PRAZO
                 MOVE WS-DEVEDOR-ANTES TO LK-AMORTIZACAO
              ELSE
                 MOVE WS-AMORT-BASE    TO LK-AMORTIZACAO.
              COMPUTE LK-SALDO-PRINCIPAL =
                      WS-DEVEDOR-ANTES - LK-AMORTIZACAO.
              IF LK-SISTEMA = "S"
                 PERFORM CALCULA-SAC
              ELSE
                 PERFORM CALCULA-FIXA.
              GOBACK.

       CALCULA-FIXA.
              MOVE LK-PARCELA-FIXA TO LK-PARCELA.
              IF LK-PARCELA > LK-AMORTIZACAO
                 COMPUTE LK-JUROS = LK-PARCELA - LK-AMORTIZACAO.
              COMPUTE LK-A-PAGAR = LK-PARCELA-FIXA * WS-RESTANTES.

      * Soma dos saldos devedores das parcelas restantes: m * D -
      * A * m * (m - 1) / 2; o juro total e a taxa sobre ela.
       CALCULA-SAC.
              COMPUTE LK-JUROS ROUNDED = WS-DEVEDOR-ANTES * LK-TAXA.
              COMPUTE LK-PARCELA = LK-AMORTIZACAO + LK-JUROS
                 ON SIZE ERROR
                    MOVE 99999,99 TO LK-PARCELA
              END-COMPUTE.
              COMPUTE WS-SOMA-SALDOS =
                      WS-RESTANTES * WS-DEVEDOR-ANTES
                    - WS-AMORT-BASE * WS-RESTANTES
                      * (WS-RESTANTES - 1) / 2.
              COMPUTE LK-A-PAGAR ROUNDED = WS-DEVEDOR-ANTES
                    + WS-SOMA-SALDOS * LK-TAXA.
