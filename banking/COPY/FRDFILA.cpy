      ******************************************************************
      * Shared FD record layout for the FRDFILA.DAT fraud hold queue -
      * one record per operation the real-time rules of OPERACAO held
      * instead of posting.  FRF-OPERACAO: "S" saque, "T"
      * transferencia, "E" transferencia externa.  FRF-DESTINO: CODIGO
      * of the credited account or banco(3) agencia(4) conta(8).
      * FRF-REGRAS carries one letter per rule that scored: "V" valor
      * fora do padrao, "N" destino novo logo apos troca ou desbloqueio
      * de SENHA, "R" rajada de transferencias, "H" fora do horario em
      * terminal incomum.  FRF-SITUACAO: "P" pendente, "L" liberada
      * pelo supervisor (the same operation keyed again posts without
      * scoring), "C" cancelada, "U" liberada e ja efetivada.  Decided
      * in FRDREV.
      ******************************************************************
           02 FRF-NUMERO       PIC 9(06).
           02 FRF-DATA         PIC 9(08).
           02 FRF-HORA         PIC 9(06).
           02 FRF-CODIGO       PIC 9(04).
           02 FRF-OPERACAO     PIC X(01).
           02 FRF-VALOR        PIC 9(05)V99.
           02 FRF-DESTINO      PIC X(15).
           02 FRF-TERMINAL     PIC X(08).
           02 FRF-OPERADOR     PIC 9(04).
           02 FRF-PONTOS       PIC 9(03).
           02 FRF-REGRAS       PIC X(04).
           02 FRF-SITUACAO     PIC X(01).
           02 FRF-SUPERVISOR   PIC 9(04).
           02 FRF-DATA-DEC     PIC 9(08).
