      ******************************************************************
      * Shared FD record layout for FRDCON.DAT, what the real-time
      * fraud rules of OPERACAO know about each account, indexed on
      * FCN-CHAVE.  FCN-TIPO: "I" destino interno (FCN-VALOR = CODIGO
      * of the credited account), "E" destino externo (banco, agencia
      * e conta), "T" terminal where the account was operated, "S"
      * last change or unlock of the SENHA (FCN-VALOR in spaces).
      * FCN-DATA-PRIM is the first time seen, FCN-DATA-ULT the last.
      ******************************************************************
           02 FCN-CHAVE.
               03 FCN-CODIGO     PIC 9(04).
               03 FCN-TIPO       PIC X(01).
               03 FCN-VALOR      PIC X(15).
           02 FCN-DATA-PRIM  PIC 9(08).
           02 FCN-DATA-ULT   PIC 9(08).
           02 FCN-QTD        PIC 9(05).
