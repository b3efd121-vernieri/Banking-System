      * activity case file opened by the SUSPDET detection batch.
      * CAS-TIPO: "F" fracionamento (just-under-threshold cash
      * deposits inside the rolling window), "C" circulacao (burst
      * of transfers on the account), "M" recebedor reincidente de
      * fraude confirmada no MED (opened by MEDMAN).  CAS-SITUACAO:
      * "A" aberto, "D" descartado pelo compliance, "E" escalado
      * para comunicacao.  The evidence transactions live in
      * CASOEVID.DAT under the case number.
      ******************************************************************
           02 CAS-NUMERO       PIC 9(06).
