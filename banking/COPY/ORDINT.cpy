      * INTERSAI ships pending orders to the clearing file and
      * INTERACK settles or refunds them from the acknowledgment.
      * OIT-SITUACAO: "P" pendente de envio, "E" enviada,
      * "L" liquidada, "R" rejeitada (devolvida ao cliente), "S"
      * retida na triagem de sancoes (SANCHK) ate a decisao do
      * compliance em SANREV - liberada volta a "P" - e "B" bloqueada
      * pelo compliance (o valor fica em INTERBPEND).
      ******************************************************************
           02 OIT-SEQ          PIC 9(09).
           02 OIT-CODIGO       PIC 9(04).
