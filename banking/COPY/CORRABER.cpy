      ******************************************************************
      * Shared FD record layout for CORRABER.DAT - the open breaks of
      * the correspondent bank reconciliation, carried by CORRCONC
      * from one day to the next until the other side shows up.
      * CRA-LADO: "B" so no extrato do banco, "N" so no nosso lado.
      * CRA-SENTIDO as in CORRESP: "C" entrada, "D" saida.
      ******************************************************************
           02 CRA-LADO           PIC X(01).
           02 CRA-DATA           PIC 9(08).
           02 CRA-SENTIDO        PIC X(01).
           02 CRA-VALOR          PIC 9(09)V99.
           02 CRA-ORIGEM         PIC X(08).
           02 CRA-REFERENCIA     PIC X(15).
           02 CRA-HISTORICO      PIC X(20).
