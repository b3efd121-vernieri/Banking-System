                02 WS-VENC-DIA       PIC 9(02).
          01 WS-JA-EMITIDO           PIC X(01) VALUE "N".
          01 WS-FIM-BOL              PIC X(01) VALUE "N".
          01 WS-EM-CARENCIA          PIC X(01) VALUE "N".
          01 WS-CAR-JUROS            PIC X(01) VALUE SPACE.

      * The digitable line carries every field the intake needs to
      * match the payment back, closed by a two-digit DV.
      * One boleto per active contract per billing period, for the
      * installment the collection batch has not yet settled; a
      * period that already carries an open boleto is skipped so a
      * re-run never doubles the printing.  No boleto for a month
      * inside a grace period.
       PROCESSO.
              READ EMPRESTIMOS
                 AT END
                 NOT AT END
                    IF EMP-SITUACAO = "A"
                       AND EMP-ANO-MES-COBR < WS-AAMM-HOJE
                       CALL "CARGET" USING EMP-NUMERO WS-AAMM-HOJE
                                           WS-EM-CARENCIA
                                           WS-CAR-JUROS
                       IF WS-EM-CARENCIA = "N"
                          PERFORM VERIFICA-BOLETO-ABERTO
                          IF WS-JA-EMITIDO = "N"
                             PERFORM EMITE-BOLETO
                          END-IF
                       END-IF
                    END-IF
              END-READ.
