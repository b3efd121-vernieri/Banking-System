      ******************************************************************
      * Shared FD record layout for the RESPONS.DAT guardian link of
      * minor accounts, keyed on the account CODIGO.  The row is
      * written by CADCLI when an account is opened for a holder
      * under age, under the onboarded CPF of the legal guardian;
      * while it exists only the guardian withdraws or transfers in
      * OPERACAO.  MENCONV deletes it on the holder's 18th birthday,
      * when the account becomes an ordinary one.
      ******************************************************************
           02 RSP-CODIGO       PIC 9(04).
           02 RSP-CPF-RESP     PIC X(11).
           02 RSP-DATA-ABERT   PIC 9(08).
           02 RSP-OPERADOR     PIC 9(04).
