      ******************************************************************
      * Shared FD record layout for the NAORECL.DAT register of
      * unclaimed balances - one record per account balance NRCREC
      * moved to the unclaimed-funds liability, keyed by the owner's
      * CPF so a claim at the counter STARTs on every record of the
      * titular.  NRC-ORIGEM: "C" conta em PRODUTOS.DAT, "A" conta do
      * arquivo morto (ARQCLI.DAT).  NRC-SITUACAO: "P" pendente,
      * "R" restituido por inteiro; NRC-DEVOLVIDO accumulates the
      * partial restitutions paid by NRCMAN.
      ******************************************************************
           02 NRC-CHAVE.
               03 NRC-CPF        PIC X(11).
               03 NRC-CODIGO     PIC 9(04).
               03 NRC-DATA       PIC 9(08).
           02 NRC-ORIGEM       PIC X(01).
           02 NRC-NOME         PIC X(30).
           02 NRC-AGENCIA      PIC 9(04).
           02 NRC-DATA-ULT-MOV PIC 9(08).
           02 NRC-VALOR        PIC 9(07)V99.
           02 NRC-DEVOLVIDO    PIC 9(07)V99.
           02 NRC-SITUACAO     PIC X(01).
           02 NRC-DATA-RESTIT  PIC 9(08).
