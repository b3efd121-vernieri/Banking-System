      ******************************************************************
      * Shared FD record layout for the RECOLHE.DAT tax-remittance
      * register, indexed on competence month + fiscal-liability
      * account - one record per account and month, kept by TRIBREC.
      * REC-APURADO is what the journal credited to the account in
      * the month, REC-DETALHE what RELIRF's per-customer detail
      * (IRFCLI.DAT) adds up to; REC-DIVERGE "S" when the two did not
      * match at the last run.  REC-RECOLHIDO accumulates what was
      * paid over by DARF, so a rerun only pays late postings.
      ******************************************************************
           02 REC-CHAVE.
               03 REC-AAMM       PIC 9(06).
               03 REC-CONTA      PIC X(10).
           02 REC-RECEITA      PIC 9(04).
           02 REC-APURADO      PIC 9(09)V99.
           02 REC-DETALHE      PIC 9(09)V99.
           02 REC-DIVERGE      PIC X(01).
           02 REC-RECOLHIDO    PIC 9(09)V99.
           02 REC-VENCIMENTO   PIC 9(08).
           02 REC-DATA-PAGTO   PIC 9(08).
