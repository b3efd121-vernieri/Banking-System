      ******************************************************************
      * Shared FD record layout for the CHQEMIT.DAT register of the
      * checks our own account holders write, keyed on account plus
      * check number.  CHE-SITUACAO: "E" emitido (folha entregue),
      * "P" pago, "S" sustado, "C" cancelado, "D" devolvido.
      * CHE-MOTIVO keeps the clearing-house reason of the situation:
      * 20 folha cancelada a pedido do correntista, 21 contra-ordem
      * ou sustacao, 28 contra-ordem por furto ou roubo, and for a
      * returned check the code it went back with.  CHE-VALOR is the
      * amount of a check that was paid or returned.
      ******************************************************************
           02 CHE-CHAVE.
               03 CHE-CODIGO   PIC 9(04).
               03 CHE-NUMERO   PIC 9(06).
           02 CHE-SITUACAO     PIC X(01).
           02 CHE-DATA-EMISSAO PIC 9(08).
           02 CHE-DATA-SITUAC  PIC 9(08).
           02 CHE-MOTIVO       PIC X(02).
           02 CHE-VALOR        PIC 9(05)V99.
           02 CHE-OPERADOR     PIC 9(04).
