      ******************************************************************
      * Shared FD record layout for the CARTOES.DAT debit-card master,
      * keyed on CRT-NUMERO with the owning account as an alternate
      * key - an account keeps the history of every card it held, but
      * only one of them is ever usable.  CRT-SENHA holds the card PIN
      * in the SENHCOD form, salted by the last four digits of the
      * card number, so the file never shows the PIN itself.
      * CRT-SITUACAO: "A" ativo, "B" bloqueado, "P" perda/roubo,
      * "C" cancelado.  A replaced card is cancelled and points to
      * its successor in CRT-SUBSTITUTO.
      ******************************************************************
           02 CRT-NUMERO       PIC 9(16).
           02 CRT-CODIGO       PIC 9(04).
           02 CRT-VALIDADE.
               03 CRT-VAL-ANO  PIC 9(04).
               03 CRT-VAL-MES  PIC 9(02).
           02 CRT-SENHA        PIC 9(04).
           02 CRT-SITUACAO     PIC X(01).
           02 CRT-DATA-EMISSAO PIC 9(08).
           02 CRT-DATA-SITUAC  PIC 9(08).
           02 CRT-SUBSTITUTO   PIC 9(16).
