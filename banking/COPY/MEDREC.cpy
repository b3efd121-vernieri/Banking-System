      ******************************************************************
      * Shared FD record layout for the MEDREC.DAT fraud-claim file
      * (mecanismo especial de devolucao) - one claim per payment-key
      * transfer the victim reported through a SAC protocol.
      * MED-SEQ-TRN is the EXT-SEQ / JRN-SEQ of the original transfer.
      * MED-VALOR-BLOQ is the precautionary hold placed in BLOQJUD.DAT
      * on the receiving account under the reference "MED nnnnnn".
      * MED-SITUACAO: "A" em analise, "D" devolvido a vitima (fraude
      * confirmada), "L" liberado ao recebedor.
      ******************************************************************
           02 MED-NUMERO       PIC 9(06).
           02 MED-PROTOCOLO    PIC 9(06).
           02 MED-DATA-ABERT   PIC 9(08).
           02 MED-CODIGO-VIT   PIC 9(04).
           02 MED-CODIGO-REC   PIC 9(04).
           02 MED-ORIG-DATA    PIC 9(08).
           02 MED-ORIG-NSEQ    PIC 9(03).
           02 MED-SEQ-TRN      PIC 9(09).
           02 MED-VALOR        PIC 9(05)V99.
           02 MED-VALOR-BLOQ   PIC 9(05)V99.
           02 MED-VALOR-DEVOL  PIC 9(05)V99.
           02 MED-OPERADOR     PIC 9(04).
           02 MED-SUPERVISOR   PIC 9(04).
           02 MED-DATA-DEC     PIC 9(08).
           02 MED-SITUACAO     PIC X(01).
