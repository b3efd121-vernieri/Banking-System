      ******************************************************************
      * Working fields of the AGENCIA range a partitioned batch step
      * runs over.  FIMDIA hands the range of the CADEIA.DAT entry to
      * FAIXAGE before calling the step; the step reads it back with
      * WS-FAI-FUNCAO "L".  WS-FAI-PARTICAO 00 is the whole file
      * (agencias 0000 a 9999), as the step always ran.
      ******************************************************************
       01 WS-FAI-FUNCAO           PIC X(01) VALUE "L".
       01 WS-FAIXA.
             02 WS-FAI-PARTICAO      PIC 9(02) VALUE ZEROS.
             02 WS-FAI-AGENCIA-INI   PIC 9(04) VALUE ZEROS.
             02 WS-FAI-AGENCIA-FIM   PIC 9(04) VALUE 9999.
