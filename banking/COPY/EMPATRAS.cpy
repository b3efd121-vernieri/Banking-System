      ******************************************************************
      * Shared FD record layout for the EMPATR.DAT overdue-installment
      * register, indexed on contract + installment number so the
      * overdue installments of one contract read oldest first with
      * a START.  EMPCOB writes one record for every installment the
      * balance could not cover (ATR-VALOR the installment, ATR-PREMIO
      * the credit-life premium billed with it).  EMPMORA accrues on
      * it every day the late fine (once) and the default interest
      * (pro rata die since ATR-DATA-VENC) and retries the debit.
      * ATR-SITUACAO: "A" em aberto, "P" paga pelo EMPMORA, "B"
      * baixada sem cobranca de encargos (paga por boleto ou folha,
      * ou contrato ja encerrado).
      ******************************************************************
           02 ATR-CHAVE.
               03 ATR-NUMERO     PIC 9(09).
               03 ATR-ORDEM      PIC 9(03).
           02 ATR-CODIGO       PIC 9(04).
           02 ATR-PERIODO      PIC 9(06).
           02 ATR-DATA-VENC    PIC 9(08).
           02 ATR-VALOR        PIC 9(05)V99.
           02 ATR-PREMIO       PIC 9(05)V99.
           02 ATR-DIAS         PIC 9(05).
           02 ATR-MULTA        PIC 9(05)V99.
           02 ATR-MORA         PIC 9(07)V99.
           02 ATR-SITUACAO     PIC X(01).
           02 ATR-DATA-BAIXA   PIC 9(08).
