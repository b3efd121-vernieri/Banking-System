      ******************************************************************
      * Shared FD record layout for FAVCAD.DAT, the registered payees
      * of each account, indexed on FVC-CHAVE.  FVC-TIPO: "C" conta
      * interna (FVC-DESTINO = CODIGO), "K" chave do diretorio
      * CHAVEDIR, "E" conta em outro banco (banco 3, agencia 4 e
      * conta 8 digitos).  A payee only takes transfers above the
      * FAVOREC-LIMITE-NOVO parameter from FVC-DATA-LIB on - the
      * cooling-off after it was registered.  FVC-SITUACAO: "A"
      * ativo, "R" removido (registering it again restarts the
      * cooling-off).
      ******************************************************************
           02 FVC-CHAVE.
               03 FVC-CODIGO     PIC 9(04).
               03 FVC-TIPO       PIC X(01).
               03 FVC-DESTINO    PIC X(20).
           02 FVC-NOME       PIC X(30).
           02 FVC-DATA-INC   PIC 9(08).
           02 FVC-HORA-INC   PIC 9(06).
           02 FVC-DATA-LIB   PIC 9(08).
           02 FVC-OPERADOR   PIC 9(04).
           02 FVC-SITUACAO   PIC X(01).
           02 FVC-DATA-EXC   PIC 9(08).
