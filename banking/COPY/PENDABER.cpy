      ******************************************************************
      * Shared FD record layout for PENDABER.DAT - the open items of
      * the transitory ledger accounts (INTERBPEND, ORDPGPEND,
      * TRANSITO, COBRANCA) as left by the last PENDAGE run: every
      * journal leg that found no opposite leg of the same amount.
      * Rebuilt from scratch on each run.  PAB-LADO: "D" debito /
      * "C" credito na conta transitoria; PAB-NSEQ separates legs of
      * the same posting.  PAB-FAIXA: 1 ate 5 dias, 2 de 6 a 30,
      * 3 mais de 30.
      ******************************************************************
           02 PAB-CHAVE.
               03 PAB-CONTA      PIC X(10).
               03 PAB-DATA       PIC 9(08).
               03 PAB-SEQ        PIC 9(09).
               03 PAB-LADO       PIC X(01).
               03 PAB-NSEQ       PIC 9(02).
           02 PAB-VALOR          PIC 9(07)V99.
           02 PAB-HISTORICO      PIC X(20).
           02 PAB-OPERADOR       PIC 9(04).
           02 PAB-PROGRAMA       PIC X(08).
           02 PAB-DIAS           PIC 9(05).
           02 PAB-FAIXA          PIC 9(01).
