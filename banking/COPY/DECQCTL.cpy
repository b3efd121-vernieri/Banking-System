      ******************************************************************
      * Shared FD record layout for the DECQCTL.DAT register of the
      * annual debt discharge declarations - one record per CPF and
      * reference year, rewritten when DECQUIT runs again for the
      * year, so the branch can tell what each customer was sent.
      * DQC-TIPO: "Q" declaracao de quitacao, "P" relacao de
      * pendencias (DQC-QTD-ITENS items, DQC-VALOR in total).
      ******************************************************************
           02 DQC-CHAVE.
               03 DQC-ANO        PIC 9(04).
               03 DQC-CPF        PIC X(11).
           02 DQC-NOME         PIC X(30).
           02 DQC-TIPO         PIC X(01).
           02 DQC-QTD-CONTAS   PIC 9(03).
           02 DQC-QTD-ITENS    PIC 9(05).
           02 DQC-VALOR        PIC 9(09)V99.
           02 DQC-DATA-EMISSAO PIC 9(08).
