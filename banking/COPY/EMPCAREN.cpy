      ******************************************************************
      * Shared FD record layout for the EMPCAREN.DAT grace-period
      * register, indexed on the contract number - one grace period
      * per contract at a time.  CAR-TIPO: "C" carencia contratada
      * na concessao, "H" carencia por dificuldade (hardship),
      * aprovada por supervisor.  CAR-INICIO/CAR-FIM: first and last
      * billing periods (AAAAMM) skipped by the collection.
      * CAR-JUROS: "C" os juros do periodo capitalizam no saldo,
      * "P" sao cobrados da conta ao fim do periodo.  CAR-SITUACAO:
      * "A" vigente, "E" encerrada (contrato ja recalculado pelo
      * CARFIM).
      ******************************************************************
           02 CAR-NUMERO       PIC 9(09).
           02 CAR-TIPO         PIC X(01).
           02 CAR-INICIO       PIC 9(06).
           02 CAR-FIM          PIC 9(06).
           02 CAR-JUROS        PIC X(01).
           02 CAR-SITUACAO     PIC X(01).
           02 CAR-SUPERVISOR   PIC 9(04).
           02 CAR-DATA         PIC 9(08).
           02 CAR-VALOR-JUROS  PIC 9(07)V99.
