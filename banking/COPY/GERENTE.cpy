      ******************************************************************
      * Shared FD record layout for the GERENTES.DAT relationship
      * manager registry, indexed on the operator code - a manager is
      * an OPERADOR.DAT operator placed at one AGENCIA.
      * GER-SITUACAO: "A" ativo, "I" inativo (OPRMAN turns the manager
      * off together with the operator; the customers fall to the
      * unassigned list of the portfolio report).
      ******************************************************************
           02 GER-OPERADOR     PIC 9(04).
           02 GER-AGENCIA      PIC 9(04).
           02 GER-SITUACAO     PIC X(01).
           02 GER-DATA-INC     PIC 9(08).
