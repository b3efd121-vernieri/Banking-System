      ******************************************************************
      * Shared FD record layout for the CARTHIST.DAT portfolio
      * transfer history, appended by CARMAN.  CAH-GERENTE-ANT zero is
      * a first assignment, CAH-GERENTE-NOVO zero a removal.
      ******************************************************************
           02 CAH-CPF          PIC X(11).
           02 CAH-DATA         PIC 9(08).
           02 CAH-GERENTE-ANT  PIC 9(04).
           02 CAH-GERENTE-NOVO PIC 9(04).
           02 CAH-OPERADOR     PIC 9(04).
