      * schedule - one record per step FIMDIA may run, in
      * CAD-SEQUENCIA order.  CAD-ATIVO: "S"/"N".  CAD-FIM-MES "S"
      * restricts the step to the last day of the month.
      * CAD-CALENDARIO: "T" roda todo dia, "U" somente em dia util,
      * "S" no ultimo dia util da semana.
      * CAD-PARTICAO 00 runs the step over the whole file; JUROS,
      * SNAPDIA, CSTCOB and RELSALDO may instead appear once per
      * partition (01-99), each over its own CAD-AGENCIA-INI/FIM
      * range, with PARTCONF scheduled after the last partition (and
      * before any step reading JOURNAL.DAT or POSICOES.DAT) to
      * combine them.  FIMDIA runs active partitions one after the
      * other; a partition left with CAD-ATIVO "N" is run side by
      * side with the others as a PARTRUN job.  A step is identified
      * by CAD-PASSO plus CAD-PARTICAO.
      ******************************************************************
           02 CAD-PASSO        PIC X(08).
           02 CAD-SEQUENCIA    PIC 9(03).
           02 CAD-ATIVO        PIC X(01).
           02 CAD-FIM-MES      PIC X(01).
           02 CAD-CALENDARIO   PIC X(01).
           02 CAD-PARTICAO     PIC 9(02).
           02 CAD-AGENCIA-INI  PIC 9(04).
           02 CAD-AGENCIA-FIM  PIC 9(04).
