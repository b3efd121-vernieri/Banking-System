      ******************************************************************
      * Shared FD record layout for the SALARIO.DAT salary-credit file
      * an employer sends once a month.  After the HDR control record
      * (CTLARQ) the first record ("H") names the employer's funding
      * account and the reference month; every following record
      * ("D") pays one employee - CPF and CODIGO must belong to the
      * same account holder or the item goes back to the employer on
      * SALARIO.RET.
      ******************************************************************
           02 SAL-TIPO-REG     PIC X(01).
           02 SAL-DETALHE.
               03 SAL-CPF          PIC X(11).
               03 SAL-CODIGO       PIC 9(04).
               03 SAL-VALOR        PIC 9(05)V99.
               03 SAL-REFERENCIA   PIC 9(06).
           02 SAL-HEADER REDEFINES SAL-DETALHE.
               03 SAL-EMPREGADOR   PIC 9(04).
               03 SAL-REF-LOTE     PIC 9(06).
               03 FILLER           PIC X(18).
