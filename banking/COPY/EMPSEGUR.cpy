      ******************************************************************
      * Shared FD record layout for the EMPSEG.DAT credit-life
      * insurance register (seguro prestamista), indexed on the
      * contract number - one policy per contract.  SEG-TAXA is the
      * monthly rate of PARAMS.DAT (SEGURO-PREST-TAXA) on the
      * financed principal and SEG-PREMIO the premium it gives,
      * fixed at the concession and collected by EMPCOB with the
      * installment.  SEG-REPASSE holds the premiums collected and
      * not yet remitted to the insurer (SEGREP).  SEG-SITUACAO:
      * "A" vigente, "S" sinistro comunicado (obito registrado no
      * FALMAN - SEG-VALOR-SINISTRO e o saldo devedor reclamado),
      * "L" liquidado pela seguradora, "C" cancelada (contrato
      * renegociado - a cobertura passa ao contrato novo).
      ******************************************************************
           02 SEG-NUMERO       PIC 9(09).
           02 SEG-CODIGO       PIC 9(04).
           02 SEG-TAXA         PIC 9V9999.
           02 SEG-PREMIO       PIC 9(05)V99.
           02 SEG-DATA         PIC 9(08).
           02 SEG-SITUACAO     PIC X(01).
           02 SEG-REPASSE      PIC 9(07)V99.
           02 SEG-TOTAL-PREMIO PIC 9(07)V99.
           02 SEG-DATA-SINISTRO PIC 9(08).
           02 SEG-VALOR-SINISTRO PIC 9(07)V99.
           02 SEG-DATA-INDENIZ PIC 9(08).
