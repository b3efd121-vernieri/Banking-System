      ******************************************************************
      * Shared FD record layout for the CARTEIRA.DAT customer to
      * manager assignment, indexed on the CPF - one manager per
      * customer, whatever number of accounts the CPF holds.
      * Every change of manager leaves a CARTHIST.DAT record.
      ******************************************************************
           02 CAR-CPF          PIC X(11).
           02 CAR-GERENTE      PIC 9(04).
           02 CAR-DATA-ATRIB   PIC 9(08).
           02 CAR-OPERADOR     PIC 9(04).
