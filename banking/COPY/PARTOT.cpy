      ******************************************************************
      * Shared FD record layout for PARTOT.DAT - one record per
      * completed partition of a batch step split by AGENCIA range
      * (JUROS, SNAPDIA, CSTCOB, RELSALDO), written by PARTREG and
      * combined by PARTCONF.  PTT-DATA is the movement date of the
      * run; PTT-QTD-REG counts the records of the step's driving
      * file that fell in the range and PTT-VALOR carries the step's
      * amount total (juros creditados, soma dos saldos, cestas
      * cobradas, saldo em BRL).  A partition run again on the same
      * day appends a new record - the last one is the one that
      * counts.
      ******************************************************************
           02 PTT-PROGRAMA     PIC X(08).
           02 PTT-PARTICAO     PIC 9(02).
           02 PTT-AGENCIA-INI  PIC 9(04).
           02 PTT-AGENCIA-FIM  PIC 9(04).
           02 PTT-DATA         PIC 9(08).
           02 PTT-HORA         PIC 9(06).
           02 PTT-QTD-REG      PIC 9(07).
           02 PTT-VALOR        PIC S9(13)V99.
