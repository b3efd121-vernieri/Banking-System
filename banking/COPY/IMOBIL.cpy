      ******************************************************************
      * Shared FD record layout for the IMOBIL.DAT fixed-asset
      * register, indexed on the asset tag number (IMB-NUMERO) with
      * the branch as alternate key so the month-end schedule comes
      * out grouped by AGENCIA.  Kept by IMBMAN (acquisitions and
      * disposals) and IMBDEP (monthly straight-line depreciation).
      * IMB-VIDA-UTIL is in months - zero means not depreciated
      * (land).  IMB-ULT-DEPR is the last year/month (AAAAMM) already
      * depreciated.  IMB-SITUACAO: "A" ativo, "B" baixado.
      ******************************************************************
           02 IMB-NUMERO       PIC 9(06).
           02 IMB-AGENCIA      PIC 9(04).
           02 IMB-DESCRICAO    PIC X(30).
           02 IMB-DATA-AQUIS   PIC 9(08).
           02 IMB-CUSTO        PIC 9(07)V99.
           02 IMB-VIDA-UTIL    PIC 9(03).
           02 IMB-DEPR-ACUM    PIC 9(07)V99.
           02 IMB-ULT-DEPR     PIC 9(06).
           02 IMB-SITUACAO     PIC X(01).
           02 IMB-DATA-BAIXA   PIC 9(08).
           02 IMB-VALOR-VENDA  PIC 9(07)V99.
           02 IMB-OPERADOR     PIC 9(04).
           02 IMB-SUPERVISOR   PIC 9(04).
