      ******************************************************************
      * Shared FD record layout for the EFINCTL.DAT e-Financeira
      * submission register, indexed on year + semester + sequence -
      * one record per declaration file EFINANC generated.  Sequence
      * 01 is the original; every rectifying submission takes the next
      * number and points at the one it replaces (EFC-SEQ-RETIF), and
      * the replaced record is marked EFC-SITUACAO "R" (retificada).
      * EFC-SITUACAO "G" is the submission currently in force.
      ******************************************************************
           02 EFC-CHAVE.
               03 EFC-ANO        PIC 9(04).
               03 EFC-SEMESTRE   PIC 9(01).
               03 EFC-SEQ        PIC 9(02).
           02 EFC-TIPO         PIC X(01).
           02 EFC-SEQ-RETIF    PIC 9(02).
           02 EFC-SITUACAO     PIC X(01).
           02 EFC-ARQUIVO      PIC X(15).
           02 EFC-DATA-GERACAO PIC 9(08).
           02 EFC-HORA-GERACAO PIC 9(06).
           02 EFC-OPERADOR     PIC 9(04).
           02 EFC-QTD-CPF      PIC 9(05).
           02 EFC-QTD-CONTAS   PIC 9(05).
           02 EFC-TOTAL-CRED   PIC 9(11)V99.
           02 EFC-TOTAL-DEB    PIC 9(11)V99.
           02 EFC-DATA-RETIF   PIC 9(08).
