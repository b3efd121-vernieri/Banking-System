      * date is not in the future, so a price change can be posted
      * ahead of time.  Operation codes in use: SAQUE, TRANSFER,
      * EXTRATO (charged past the package franchise), TRANSFEX
      * (interbank transfer, charged on every order), CHQDEV
      * (returned-check fee - charged to the depositor by the return
      * intake and to the drawer by the inbound clearing), SUSTACAO
      * (stop-payment order) and CANCCHQ (cancellation of check
      * leaves), both charged once per order taken at TALMAN, and
      * CUSTODIA (per post-dated check taken into custody at CUSMAN).
      ******************************************************************
           02 TRF-OPER         PIC X(08).
           02 TRF-DATA-VIG     PIC 9(08).
