      ******************************************************************
      * Shared FD record layout for the IRFCLI.DAT per-customer tax
      * detail, indexed on competence month + account.  RELIRF
      * rewrites the month's records every time it runs, from the
      * same journal credits its totals come from: each tax leg is
      * credited to the customer whose CLInnnn posting shares its
      * JRN-SEQ (account 0000 when none does).  TRIBREC adds them up
      * to tie the remittance back to the detail.
      ******************************************************************
           02 IRC-CHAVE.
               03 IRC-AAMM       PIC 9(06).
               03 IRC-CODIGO     PIC 9(04).
           02 IRC-IOF-CDB      PIC 9(07)V99.
           02 IRC-IRRF         PIC 9(07)V99.
           02 IRC-IOF-EMP      PIC 9(07)V99.
           02 IRC-IOF-CE       PIC 9(07)V99.
           02 IRC-DATA-EMISSAO PIC 9(08).
