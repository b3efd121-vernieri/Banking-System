      * sender hands the beneficiary is the transaction sequence of
      * the emission.  OPG-SITUACAO: "P" pendente de retirada, "G"
      * paga no caixa (agencia e data em OPG-AGENCIA-PAG /
      * OPG-DATA-PAGO), "D" devolvida ao remetente pelo ORDPGEXP,
      * "S" retida na triagem de sancoes (SANCHK) ate a decisao do
      * compliance em SANREV - liberada volta a "P" - e "B" bloqueada
      * pelo compliance (o valor fica em ORDPGPEND).
      ******************************************************************
           02 OPG-RETIRADA     PIC 9(09).
           02 OPG-CODIGO-REM   PIC 9(04).
