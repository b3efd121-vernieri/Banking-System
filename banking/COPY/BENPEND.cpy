      ******************************************************************
      * Shared FD record layout for the BENPEND.DAT queue of benefits
      * held back because the beneficiary's proof of life had lapsed.
      * BPD-ITEM is the BENEFIC.DAT record exactly as it arrived.
      * BPD-SITUACAO: "P" pendente, "C" creditado depois da prova de
      * vida, "D" devolvido ao orgao pagador (obito, conta encerrada).
      ******************************************************************
           02 BPD-SITUACAO     PIC X(01).
           02 BPD-DATA-RETENC  PIC 9(08).
           02 BPD-DATA-SITUAC  PIC 9(08).
           02 BPD-ITEM         PIC X(38).
