      ******************************************************************
      * Shared FD record layout for the DEPESP.DAT cash depositor
      * identification - one record per cash deposit at or above the
      * COAF-ESPECIE threshold, written by OPERACAO (CLIop) with the
      * person who physically brought the money, who is not always
      * the account holder.  DEP-SEQ is the transaction sequence of
      * the deposit (same as the extrato/journal entry).
      * DEP-SITUACAO: "P" pendente de envio, "E" enviado ao COAF
      * (COAFGER), "C" confirmado (COAFRET, with DEP-PROTOCOLO).  A
      * communication rejected by COAF goes back to "P" and is sent
      * again in the next COAFGER run.
      ******************************************************************
           02 DEP-SEQ          PIC 9(09).
           02 DEP-DATA         PIC 9(08).
           02 DEP-HORA         PIC 9(06).
           02 DEP-CODIGO       PIC 9(04).
           02 DEP-AGENCIA      PIC 9(04).
           02 DEP-CPF-TITULAR  PIC X(11).
           02 DEP-VALOR        PIC 9(07)V99.
           02 DEP-CPF          PIC X(11).
           02 DEP-NOME         PIC X(30).
           02 DEP-ORIGEM       PIC X(40).
           02 DEP-PROPRIO      PIC X(01).
           02 DEP-OPERADOR     PIC 9(04).
           02 DEP-SITUACAO     PIC X(01).
           02 DEP-DATA-ENVIO   PIC 9(08).
           02 DEP-DATA-CONF    PIC 9(08).
           02 DEP-PROTOCOLO    PIC X(20).
