      ******************************************************************
      * Shared FD record layout for the NRCRES.DAT restitution log -
      * one record per unclaimed-balance payment made at the counter
      * by NRCMAN.  NRS-TIPO: "T" titular, "H" herdeiro; an heir is
      * paid once per titular, so NRCMAN refuses NRS-DOC already here
      * for the same NRS-CPF-TITULAR.
      ******************************************************************
           02 NRS-CPF-TITULAR  PIC X(11).
           02 NRS-DOC          PIC X(11).
           02 NRS-TIPO         PIC X(01).
           02 NRS-NOME         PIC X(30).
           02 NRS-VALOR        PIC 9(07)V99.
           02 NRS-CODIGO-CRED  PIC 9(04).
           02 NRS-DATA         PIC 9(08).
           02 NRS-OPERADOR     PIC 9(04).
           02 NRS-SUPERVISOR   PIC 9(04).
           02 NRS-SEQ          PIC 9(09).
