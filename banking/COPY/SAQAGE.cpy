      ******************************************************************
      * Shared FD record layout for the SAQAGE.DAT large cash
      * withdrawal bookings - one record per booking made in SAQMAN
      * for a business day and AGENCIA.  While "A" the amount is held
      * against the account balance (SAQRES) and goes into the
      * branch cash forecast (CXPREV) for that day.
      * SAG-SITUACAO: "A" agendado, "S" sacado, "E" expirado (SAQEXP,
      * not collected on the day), "C" cancelado.
      ******************************************************************
           02 SAG-NUMERO       PIC 9(06).
           02 SAG-CODIGO       PIC 9(04).
           02 SAG-AGENCIA      PIC 9(04).
           02 SAG-DATA         PIC 9(08).
           02 SAG-VALOR        PIC 9(07)V99.
           02 SAG-DATA-INC     PIC 9(08).
           02 SAG-OPERADOR     PIC 9(04).
           02 SAG-DATA-BAIXA   PIC 9(08).
           02 SAG-SITUACAO     PIC X(01).
